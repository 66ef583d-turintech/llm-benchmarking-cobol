       IDENTIFICATION DIVISION.
       PROGRAM-ID.    READING-LEDGER.
      *
      * End-to-end reading count ledger.  Every program that puts
      * readings on the READINGS file or takes them off leaves its
      * counts by reading date and site on the LEDGMOVE movements
      * file: READINGS-LOAD the detail records received on the
      * transmission and how many were rejected at intake, skipped
      * with a retransmitted batch, or loaded; EXCEPTION-FIX the
      * readings it added and changed; SITE-RECODE those moved from
      * one site id to another; READINGS-ARCHIVE those moved off to
      * the archive and READINGS-RESTORE those brought back.  This
      * adds the movements up for each date and site over the last
      * seven days (ASOFDATE in RUNPARM moves the end of the range,
      * LEDGDAYS from 01 to 31 its length), counts what is actually
      * on READINGS, the OPEN exception lines MAX-ARRAY left for the
      * readings it excluded and the MH-COUNT it took into MAXHIST,
      * and proves three things for every line:
      *
      *   INTK  received = rejected + skipped + loaded
      *   FILE  loaded + added + re-coded in - re-coded out
      *         - archived + restored = on file
      *   STAT  counted + excluded = on file (for a day wholly
      *         archived, the readings moved off net of those
      *         brought back)
      *
      * The STAT proof is only made for a day MAX-ARRAY has ENDED
      * clean on RUNCTL with nothing waiting for it on the
      * restatement queue; otherwise the line shows NORUN or PEND
      * in its place and is not counted as out of balance.  Detail
      * records whose date or site could not be read at intake are
      * shown together on one UNDATED line for the runs inside the
      * range, proved for intake only.  Every line that does not
      * add up is flagged, and any flagged line ends the step with
      * return code 4 so the warning indicator posts.  A day loaded
      * before the movements file existed has no movements to
      * prove and shows as out of balance for FILE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-MOVES ASSIGN TO "LEDGMOVE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LedgerStatus.
           SELECT READINGS-FILE ASSIGN TO "READINGS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS READING-KEY
               FILE STATUS IS ReadingsStatus.
           SELECT EXCEPTION-REPORT ASSIGN TO "EXCPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ExceptionStatus.
           SELECT MAXHIST-FILE ASSIGN TO "MAXHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MH-KEY
               FILE STATUS IS MaxHistStatus.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS RunCtlStatus.
           SELECT RESTATE-QUEUE ASSIGN TO "RSTQUEUE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RestateStatus.
           SELECT RUNPARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RunParmStatus.
           SELECT REPORT-FILE ASSIGN TO "LEDGRPT"
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-MOVES.
       COPY LEDGMOVE.
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
       FD  EXCEPTION-REPORT.
       01  EXCEPTION-LINE.
           05  EXC-DATE PIC 9(8).
           05  EXC-SITE PIC X(4).
           05  EXC-SEQUENCE PIC 9(4).
           05  EXC-VALUE PIC S9(4)V9.
           05  EXC-REASON PIC X(4).
           05  EXC-STATUS PIC X(8).
               88  EXC-OPEN VALUE "OPEN    ".
       FD  MAXHIST-FILE.
       COPY MAXHIST.
       FD  RUNCTL-FILE.
       COPY RUNCTL.
       FD  RESTATE-QUEUE.
       COPY RSTQUEUE.
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           05  PRM-KEYWORD PIC X(8).
           05  PRM-VALUE PIC X(8).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  REPORT-TITLE-LINE.
           05  FILLER PIC X(26) VALUE
               "READING COUNT LEDGER FOR  ".
           05  LT-RUN-DATE PIC 9(8).
           05  FILLER PIC X(9) VALUE " WINDOW  ".
           05  LT-FROM-DATE PIC 9(8).
           05  FILLER PIC X(3) VALUE " - ".
           05  LT-TO-DATE PIC 9(8).
           05  FILLER PIC X(70) VALUE SPACES.
       01  REPORT-HEADING-LINE.
           05  FILLER PIC X(44) VALUE
               "DATE     SITE RECEIVD REJECTED  SKIPPED   LO".
           05  FILLER PIC X(44) VALUE
               "ADED  ADDED CHANGE RECODE ARCHIVED RESTORED ".
           05  FILLER PIC X(44) VALUE
               " ON FILE EXCLUDED  COUNTED INTK  FILE  STAT ".
       01  REPORT-DETAIL-LINE.
           05  LD-DATE PIC X(8).
           05  FILLER PIC X VALUE SPACE.
           05  LD-SITE PIC X(4).
           05  LD-RECEIVED PIC ZZZZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  LD-REJECTED PIC ZZZZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  LD-SKIPPED PIC ZZZZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  LD-LOADED PIC ZZZZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  LD-ADDED PIC ZZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  LD-CHANGED PIC ZZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  LD-RECODED PIC -ZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  LD-ARCHIVED PIC ZZZZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  LD-RESTORED PIC ZZZZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  LD-ON-FILE PIC ZZZZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  LD-EXCLUDED PIC ZZZZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  LD-COUNTED PIC ZZZZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  LD-INTAKE-FLAG PIC X(5).
           05  FILLER PIC X VALUE SPACE.
           05  LD-FILE-FLAG PIC X(5).
           05  FILLER PIC X VALUE SPACE.
           05  LD-STATS-FLAG PIC X(5).
       01  REPORT-TOTAL-LINE.
           05  FILLER PIC X(16) VALUE "DATES CHECKED   ".
           05  LTT-DATES PIC ZZZZ9.
           05  FILLER PIC X(16) VALUE "   LINES        ".
           05  LTT-LINES PIC ZZZZ9.
           05  FILLER PIC X(16) VALUE "   LINES FLAGGED".
           05  LTT-LINES-FLAGGED PIC ZZZZ9.
           05  FILLER PIC X(16) VALUE "   DATES FLAGGED".
           05  LTT-DATES-FLAGGED PIC ZZZZ9.
           05  FILLER PIC X(48) VALUE SPACES.
       01  REPORT-CLEAN-LINE.
           05  FILLER PIC X(46) VALUE
               "EVERY DATE AND SITE IN THE WINDOW BALANCES    ".
           05  FILLER PIC X(86) VALUE SPACES.
       01  LedgerStatus PIC XX.
       01  ReadingsStatus PIC XX.
       01  ExceptionStatus PIC XX.
       01  MaxHistStatus PIC XX.
       01  RunCtlStatus PIC XX.
       01  RestateStatus PIC XX.
       01  RunParmStatus PIC XX.
       01  LedgerSwitch PIC X VALUE "N".
           88  NoMoreLedger VALUE "Y".
       01  ReadingsSwitch PIC X VALUE "N".
           88  NoMoreReadings VALUE "Y".
       01  ExceptionSwitch PIC X VALUE "N".
           88  NoMoreExceptions VALUE "Y".
       01  MaxHistSwitch PIC X VALUE "N".
           88  NoMoreMaxHist VALUE "Y".
       01  RestateSwitch PIC X VALUE "N".
           88  NoMoreRestate VALUE "Y".
       01  RunParmSwitch PIC X VALUE "N".
           88  NoMoreRunParm VALUE "Y".
       01  FileErrorSwitch PIC X VALUE "N".
           88  FileError VALUE "Y".
       01  RunCtlSwitch PIC X VALUE "N".
           88  RunCtlRead VALUE "Y".
       01  OverflowSwitch PIC X VALUE "N".
           88  TableOverflow VALUE "Y".
       01  LineFlagSwitch PIC X.
           88  LineFlagged VALUE "Y".
       01  DateFlagSwitch PIC X.
           88  DateFlagged VALUE "Y".
       01  RunDate PIC 9(8).
       01  WindowStartDate PIC 9(8).
       01  WindowDays PIC 9(4) VALUE 7.
       01  WindowStartInt PIC 9(8).
      *
      * One day per date in the range, each holding its sites in
      * site order so the report comes out date then site without
      * a sort.  The undated bucket stands apart.
      *
       01  LedgerTable.
           05  DayEntry OCCURS 31 TIMES.
               10  DYE-DATE PIC 9(8).
               10  DYE-PUBLISHED PIC X.
                   88  DYE-DAY-PUBLISHED VALUE "Y".
               10  DYE-PENDING PIC X.
                   88  DYE-DAY-PENDING VALUE "Y".
               10  DYE-SITE-COUNT PIC 9(4).
               10  SiteEntry OCCURS 200 TIMES.
                   15  STE-SITE PIC X(4).
                   15  STE-RECEIVED PIC 9(9).
                   15  STE-REJECTED PIC 9(9).
                   15  STE-SKIPPED PIC 9(9).
                   15  STE-LOADED PIC 9(9).
                   15  STE-ADDED PIC 9(9).
                   15  STE-CHANGED PIC 9(9).
                   15  STE-RECODED-IN PIC 9(9).
                   15  STE-RECODED-OUT PIC 9(9).
                   15  STE-ARCHIVED PIC 9(9).
                   15  STE-RESTORED PIC 9(9).
                   15  STE-ON-FILE PIC 9(9).
                   15  STE-EXCLUDED PIC 9(9).
                   15  STE-COUNTED PIC 9(9).
       01  UndatedEntry.
           05  UND-RECEIVED PIC 9(9) VALUE 0.
           05  UND-REJECTED PIC 9(9) VALUE 0.
           05  UND-SKIPPED PIC 9(9) VALUE 0.
           05  UND-LOADED PIC 9(9) VALUE 0.
       01  DayX PIC 9(4) VALUE 0.
       01  DayIndex PIC 9(4) VALUE 0.
       01  SiteX PIC 9(4) VALUE 0.
       01  SiteIndex PIC 9(4) VALUE 0.
       01  ShiftX PIC 9(4) VALUE 0.
       01  WorkDate PIC 9(8).
       01  WorkSite PIC X(4).
       01  LastDate PIC 9(8) VALUE 0.
       01  LastSite PIC X(4) VALUE SPACES.
       01  ExpectedOnFile PIC S9(10) VALUE 0.
       01  ExpectedCounted PIC S9(10) VALUE 0.
       01  StatsTotal PIC S9(10) VALUE 0.
       01  RecodeNet PIC S9(10) VALUE 0.
       01  DatesChecked PIC 9(4) VALUE 0.
       01  LinesWritten PIC 9(5) VALUE 0.
       01  LinesFlagged PIC 9(5) VALUE 0.
       01  DatesFlagged PIC 9(4) VALUE 0.
      *
       PROCEDURE DIVISION.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       PERFORM ReadRunParms.
       COMPUTE WindowStartInt =
           FUNCTION INTEGER-OF-DATE(RunDate) - WindowDays + 1.
       COMPUTE WindowStartDate =
           FUNCTION DATE-OF-INTEGER(WindowStartInt).
       PERFORM BuildDayTable.
       PERFORM ScanMovements.
       PERFORM ScanReadings.
       PERFORM ScanExceptions.
       PERFORM ScanMaxHist.
       PERFORM ScanRunCtl.
       PERFORM ScanRestateQueue.
       IF FileError THEN
           DISPLAY "RDGLEDG: LEDGER NOT PROVED - A FILE COULD NOT BE "
               "READ"
           MOVE 16 TO RETURN-CODE
       ELSE
           PERFORM WriteReport
           IF (LinesFlagged > 0 OR TableOverflow)
                   AND RETURN-CODE = 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
       END-IF.
      *
       STOP RUN.

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
           IF PRM-KEYWORD = "ASOFDATE"
                   AND PRM-VALUE IS NUMERIC THEN
               MOVE PRM-VALUE TO RunDate
           END-IF
           IF PRM-KEYWORD = "LEDGDAYS" THEN
               IF PRM-VALUE(1:2) IS NUMERIC
                       AND PRM-VALUE(3:6) = SPACES
                       AND PRM-VALUE(1:2) >= "01"
                       AND PRM-VALUE(1:2) <= "31" THEN
                   MOVE PRM-VALUE(1:2) TO WindowDays
               ELSE
                   DISPLAY "RDGLEDG: BAD LEDGDAYS VALUE '" PRM-VALUE
                       "' IN RUNPARM - DEFAULT " WindowDays " USED"
               END-IF
           END-IF
           EXIT.

       BuildDayTable.
           PERFORM VARYING DayX FROM 1 BY 1 UNTIL DayX > 31
               COMPUTE DYE-DATE(DayX) =
                   FUNCTION DATE-OF-INTEGER(WindowStartInt + DayX - 1)
               MOVE "N" TO DYE-PUBLISHED(DayX)
               MOVE "N" TO DYE-PENDING(DayX)
               MOVE 0 TO DYE-SITE-COUNT(DayX)
           END-PERFORM
           EXIT.

      * Finds the day for WorkDate inside the range (DayIndex zero
      * when it falls outside), then the site within the day,
      * opening a new site entry in its place in site order.  The
      * files are read in key order, so the last date and site
      * found are tried first.

       FindDay.
           MOVE 0 TO DayIndex
           IF WorkDate >= WindowStartDate AND WorkDate <= RunDate THEN
               COMPUTE DayIndex =
                   FUNCTION INTEGER-OF-DATE(WorkDate)
                       - WindowStartInt + 1
           END-IF
           EXIT.

       FindSite.
           MOVE 0 TO SiteIndex
           PERFORM FindDay
           IF DayIndex > 0 THEN
               IF WorkDate = LastDate AND WorkSite = LastSite
                       AND SiteX > 0
                       AND SiteX <= DYE-SITE-COUNT(DayIndex) THEN
                   IF STE-SITE(DayIndex, SiteX) = WorkSite THEN
                       MOVE SiteX TO SiteIndex
                   END-IF
               END-IF
               IF SiteIndex = 0 THEN
                   PERFORM SearchSite
               END-IF
           END-IF
           EXIT.

       SearchSite.
           PERFORM VARYING SiteX FROM 1 BY 1
                   UNTIL SiteX > DYE-SITE-COUNT(DayIndex)
                       OR STE-SITE(DayIndex, SiteX) >= WorkSite
               CONTINUE
           END-PERFORM
           IF SiteX <= DYE-SITE-COUNT(DayIndex) THEN
               IF STE-SITE(DayIndex, SiteX) = WorkSite THEN
                   MOVE SiteX TO SiteIndex
               END-IF
           END-IF
           IF SiteIndex = 0 THEN
               IF DYE-SITE-COUNT(DayIndex) >= 200 THEN
                   IF NOT TableOverflow THEN
                       DISPLAY "RDGLEDG: MORE THAN 200 SITES ON "
                           WorkDate " - SITE " WorkSite
                           " AND LATER NOT PROVED"
                   END-IF
                   SET TableOverflow TO TRUE
               ELSE
                   PERFORM InsertSite
               END-IF
           END-IF
           IF SiteIndex > 0 THEN
               MOVE WorkDate TO LastDate
               MOVE WorkSite TO LastSite
               MOVE SiteIndex TO SiteX
           END-IF
           EXIT.

       InsertSite.
           PERFORM VARYING ShiftX FROM DYE-SITE-COUNT(DayIndex) BY -1
                   UNTIL ShiftX < SiteX
               MOVE SiteEntry(DayIndex, ShiftX)
                   TO SiteEntry(DayIndex, ShiftX + 1)
           END-PERFORM
           ADD 1 TO DYE-SITE-COUNT(DayIndex)
           MOVE SiteX TO SiteIndex
           MOVE WorkSite TO STE-SITE(DayIndex, SiteIndex)
           MOVE 0 TO STE-RECEIVED(DayIndex, SiteIndex)
           MOVE 0 TO STE-REJECTED(DayIndex, SiteIndex)
           MOVE 0 TO STE-SKIPPED(DayIndex, SiteIndex)
           MOVE 0 TO STE-LOADED(DayIndex, SiteIndex)
           MOVE 0 TO STE-ADDED(DayIndex, SiteIndex)
           MOVE 0 TO STE-CHANGED(DayIndex, SiteIndex)
           MOVE 0 TO STE-RECODED-IN(DayIndex, SiteIndex)
           MOVE 0 TO STE-RECODED-OUT(DayIndex, SiteIndex)
           MOVE 0 TO STE-ARCHIVED(DayIndex, SiteIndex)
           MOVE 0 TO STE-RESTORED(DayIndex, SiteIndex)
           MOVE 0 TO STE-ON-FILE(DayIndex, SiteIndex)
           MOVE 0 TO STE-EXCLUDED(DayIndex, SiteIndex)
           MOVE 0 TO STE-COUNTED(DayIndex, SiteIndex)
           EXIT.

      * Movements are kept forever and come in run order, so the
      * whole file is read and those for dates in the range taken.
      * Undated movements are taken by the date of the run that
      * wrote them.

       ScanMovements.
           OPEN INPUT LEDGER-MOVES
           IF LedgerStatus NOT = "00" THEN
               DISPLAY "RDGLEDG: LEDGMOVE FILE OPEN FAILED - STATUS "
                   LedgerStatus
               SET FileError TO TRUE
           ELSE
               PERFORM UNTIL NoMoreLedger
                   READ LEDGER-MOVES
                       AT END
                           SET NoMoreLedger TO TRUE
                       NOT AT END
                           PERFORM TakeMovement
                   END-READ
               END-PERFORM
               CLOSE LEDGER-MOVES
           END-IF
           EXIT.

       TakeMovement.
           IF LGM-READING-DATE = 0 THEN
               IF LGM-RUN-DATE >= WindowStartDate
                       AND LGM-RUN-DATE <= RunDate THEN
                   ADD LGM-RECEIVED TO UND-RECEIVED
                   ADD LGM-REJECTED TO UND-REJECTED
                   ADD LGM-SKIPPED TO UND-SKIPPED
                   ADD LGM-LOADED TO UND-LOADED
               END-IF
           ELSE
               MOVE LGM-READING-DATE TO WorkDate
               MOVE LGM-SITE TO WorkSite
               PERFORM FindSite
               IF SiteIndex > 0 THEN
                   ADD LGM-RECEIVED TO STE-RECEIVED(DayIndex, SiteIndex)
                   ADD LGM-REJECTED TO STE-REJECTED(DayIndex, SiteIndex)
                   ADD LGM-SKIPPED TO STE-SKIPPED(DayIndex, SiteIndex)
                   ADD LGM-LOADED TO STE-LOADED(DayIndex, SiteIndex)
                   ADD LGM-ADDED TO STE-ADDED(DayIndex, SiteIndex)
                   ADD LGM-CHANGED TO STE-CHANGED(DayIndex, SiteIndex)
                   ADD LGM-RECODED-IN
                       TO STE-RECODED-IN(DayIndex, SiteIndex)
                   ADD LGM-RECODED-OUT
                       TO STE-RECODED-OUT(DayIndex, SiteIndex)
                   ADD LGM-ARCHIVED TO STE-ARCHIVED(DayIndex, SiteIndex)
                   ADD LGM-RESTORED TO STE-RESTORED(DayIndex, SiteIndex)
               END-IF
           END-IF
           EXIT.

       ScanReadings.
           OPEN INPUT READINGS-FILE
           IF ReadingsStatus NOT = "00" THEN
               DISPLAY "RDGLEDG: READINGS FILE OPEN FAILED - STATUS "
                   ReadingsStatus
               SET FileError TO TRUE
           ELSE
               MOVE WindowStartDate TO READING-DATE
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
                               MOVE READING-DATE TO WorkDate
                               MOVE READING-SITE TO WorkSite
                               PERFORM FindSite
                               IF SiteIndex > 0 THEN
                                   ADD 1 TO STE-ON-FILE
                                       (DayIndex, SiteIndex)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE READINGS-FILE
           END-IF
           EXIT.

      * The readings MAX-ARRAY excluded are its OPEN lines: a
      * publishing rerun drops the day's OPEN lines before it
      * re-validates, and a RESOLVED line's reading was repaired
      * and taken back in.

       ScanExceptions.
           OPEN INPUT EXCEPTION-REPORT
           IF ExceptionStatus NOT = "00" THEN
               DISPLAY "RDGLEDG: EXCPRPT FILE OPEN FAILED - STATUS "
                   ExceptionStatus
               SET FileError TO TRUE
           ELSE
               PERFORM UNTIL NoMoreExceptions
                   READ EXCEPTION-REPORT
                       AT END
                           SET NoMoreExceptions TO TRUE
                       NOT AT END
                           IF EXC-OPEN THEN
                               MOVE EXC-DATE TO WorkDate
                               MOVE EXC-SITE TO WorkSite
                               PERFORM FindSite
                               IF SiteIndex > 0 THEN
                                   ADD 1 TO STE-EXCLUDED
                                       (DayIndex, SiteIndex)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-REPORT
           END-IF
           EXIT.

       ScanMaxHist.
           OPEN INPUT MAXHIST-FILE
           IF MaxHistStatus NOT = "00" THEN
               DISPLAY "RDGLEDG: MAXHIST FILE OPEN FAILED - STATUS "
                   MaxHistStatus
               SET FileError TO TRUE
           ELSE
               MOVE WindowStartDate TO MH-DATE
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
                           IF MH-DATE > RunDate THEN
                               SET NoMoreMaxHist TO TRUE
                           ELSE
                               IF MH-SITE NOT = "*ALL" THEN
                                   MOVE MH-DATE TO WorkDate
                                   MOVE MH-SITE TO WorkSite
                                   PERFORM FindSite
                                   IF SiteIndex > 0 THEN
                                       MOVE MH-COUNT TO STE-COUNTED
                                           (DayIndex, SiteIndex)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAXHIST-FILE
           END-IF
           EXIT.

      * A day's statistics stand once MAX-ARRAY has ENDED clean on
      * RUNCTL for it - the rule the late-arrival check in
      * READINGS-LOAD uses for a published day.

       ScanRunCtl.
           OPEN INPUT RUNCTL-FILE
           IF RunCtlStatus NOT = "00" THEN
               DISPLAY "RDGLEDG: RUNCTL FILE OPEN FAILED - STATUS "
                   RunCtlStatus " - STATISTICS NOT PROVED"
           ELSE
               SET RunCtlRead TO TRUE
               PERFORM VARYING DayX FROM 1 BY 1 UNTIL DayX > WindowDays
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

      * A day still waiting on the restatement queue has readings
      * its published statistics do not yet include.

       ScanRestateQueue.
           OPEN INPUT RESTATE-QUEUE
           IF RestateStatus NOT = "00" THEN
               DISPLAY "RDGLEDG: RSTQUEUE FILE OPEN FAILED - STATUS "
                   RestateStatus " - PENDING RESTATEMENTS NOT KNOWN"
           ELSE
               PERFORM UNTIL NoMoreRestate
                   READ RESTATE-QUEUE
                       AT END
                           SET NoMoreRestate TO TRUE
                       NOT AT END
                           IF NOT RSQ-DONE THEN
                               MOVE RSQ-DATE TO WorkDate
                               PERFORM FindDay
                               IF DayIndex > 0 THEN
                                   SET DYE-DAY-PENDING(DayIndex)
                                       TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESTATE-QUEUE
           END-IF
           EXIT.

       WriteReport.
           OPEN OUTPUT REPORT-FILE
           MOVE RunDate TO LT-RUN-DATE
           MOVE WindowStartDate TO LT-FROM-DATE
           MOVE RunDate TO LT-TO-DATE
           WRITE REPORT-LINE FROM REPORT-TITLE-LINE
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE
           PERFORM VARYING DayX FROM 1 BY 1 UNTIL DayX > WindowDays
               ADD 1 TO DatesChecked
               MOVE "N" TO DateFlagSwitch
               PERFORM VARYING SiteX FROM 1 BY 1
                       UNTIL SiteX > DYE-SITE-COUNT(DayX)
                   PERFORM JudgeOneSite
               END-PERFORM
               IF DateFlagged THEN
                   ADD 1 TO DatesFlagged
               END-IF
           END-PERFORM
           IF UND-RECEIVED > 0 THEN
               PERFORM JudgeUndated
           END-IF
           MOVE DatesChecked TO LTT-DATES
           MOVE LinesWritten TO LTT-LINES
           MOVE LinesFlagged TO LTT-LINES-FLAGGED
           MOVE DatesFlagged TO LTT-DATES-FLAGGED
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
           IF LinesFlagged = 0 AND NOT TableOverflow THEN
               WRITE REPORT-LINE FROM REPORT-CLEAN-LINE
           END-IF
           CLOSE REPORT-FILE
           IF LinesFlagged > 0 THEN
               DISPLAY "RDGLEDG: " LinesFlagged " DATE-SITE LINE(S) "
                   "ON " DatesFlagged " DATE(S) OUT OF BALANCE"
           ELSE
               DISPLAY "RDGLEDG: READING COUNTS BALANCE FOR "
                   DatesChecked " DATE(S) ENDING " RunDate
           END-IF
           EXIT.

      * The statistics are proved against what is on file; for a
      * day archived off altogether MAXHIST still holds the counts
      * taken before it went, so they are proved against the
      * readings moved off instead.

       JudgeOneSite.
           MOVE "N" TO LineFlagSwitch
           MOVE SPACES TO LD-INTAKE-FLAG
           MOVE SPACES TO LD-FILE-FLAG
           MOVE SPACES TO LD-STATS-FLAG
           IF STE-RECEIVED(DayX, SiteX) NOT =
                   STE-REJECTED(DayX, SiteX)
                   + STE-SKIPPED(DayX, SiteX)
                   + STE-LOADED(DayX, SiteX) THEN
               MOVE "INTK " TO LD-INTAKE-FLAG
               SET LineFlagged TO TRUE
           END-IF
           COMPUTE ExpectedOnFile =
               STE-LOADED(DayX, SiteX) + STE-ADDED(DayX, SiteX)
               + STE-RECODED-IN(DayX, SiteX)
               - STE-RECODED-OUT(DayX, SiteX)
               - STE-ARCHIVED(DayX, SiteX)
               + STE-RESTORED(DayX, SiteX)
           IF ExpectedOnFile NOT = STE-ON-FILE(DayX, SiteX) THEN
               MOVE "FILE " TO LD-FILE-FLAG
               SET LineFlagged TO TRUE
           END-IF
           IF NOT RunCtlRead OR NOT DYE-DAY-PUBLISHED(DayX) THEN
               MOVE "NORUN" TO LD-STATS-FLAG
           ELSE
               IF DYE-DAY-PENDING(DayX) THEN
                   MOVE "PEND " TO LD-STATS-FLAG
               ELSE
                   COMPUTE StatsTotal =
                       STE-COUNTED(DayX, SiteX)
                       + STE-EXCLUDED(DayX, SiteX)
                   IF STE-ON-FILE(DayX, SiteX) > 0 THEN
                       MOVE STE-ON-FILE(DayX, SiteX)
                           TO ExpectedCounted
                   ELSE
                       COMPUTE ExpectedCounted =
                           STE-ARCHIVED(DayX, SiteX)
                           - STE-RESTORED(DayX, SiteX)
                   END-IF
                   IF StatsTotal NOT = ExpectedCounted THEN
                       MOVE "STAT " TO LD-STATS-FLAG
                       SET LineFlagged TO TRUE
                   END-IF
               END-IF
           END-IF
           MOVE DYE-DATE(DayX) TO LD-DATE
           MOVE STE-SITE(DayX, SiteX) TO LD-SITE
           MOVE STE-RECEIVED(DayX, SiteX) TO LD-RECEIVED
           MOVE STE-REJECTED(DayX, SiteX) TO LD-REJECTED
           MOVE STE-SKIPPED(DayX, SiteX) TO LD-SKIPPED
           MOVE STE-LOADED(DayX, SiteX) TO LD-LOADED
           MOVE STE-ADDED(DayX, SiteX) TO LD-ADDED
           MOVE STE-CHANGED(DayX, SiteX) TO LD-CHANGED
           COMPUTE RecodeNet =
               STE-RECODED-IN(DayX, SiteX)
               - STE-RECODED-OUT(DayX, SiteX)
           MOVE RecodeNet TO LD-RECODED
           MOVE STE-ARCHIVED(DayX, SiteX) TO LD-ARCHIVED
           MOVE STE-RESTORED(DayX, SiteX) TO LD-RESTORED
           MOVE STE-ON-FILE(DayX, SiteX) TO LD-ON-FILE
           MOVE STE-EXCLUDED(DayX, SiteX) TO LD-EXCLUDED
           MOVE STE-COUNTED(DayX, SiteX) TO LD-COUNTED
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
           ADD 1 TO LinesWritten
           IF LineFlagged THEN
               ADD 1 TO LinesFlagged
               SET DateFlagged TO TRUE
           END-IF
           EXIT.

       JudgeUndated.
           MOVE "N" TO LineFlagSwitch
           MOVE SPACES TO LD-INTAKE-FLAG
           MOVE SPACES TO LD-FILE-FLAG
           MOVE SPACES TO LD-STATS-FLAG
           IF UND-RECEIVED NOT =
                   UND-REJECTED + UND-SKIPPED + UND-LOADED THEN
               MOVE "INTK " TO LD-INTAKE-FLAG
               SET LineFlagged TO TRUE
           END-IF
           MOVE "UNDATED " TO LD-DATE
           MOVE SPACES TO LD-SITE
           MOVE UND-RECEIVED TO LD-RECEIVED
           MOVE UND-REJECTED TO LD-REJECTED
           MOVE UND-SKIPPED TO LD-SKIPPED
           MOVE UND-LOADED TO LD-LOADED
           MOVE 0 TO LD-ADDED
           MOVE 0 TO LD-CHANGED
           MOVE 0 TO LD-RECODED
           MOVE 0 TO LD-ARCHIVED
           MOVE 0 TO LD-RESTORED
           MOVE 0 TO LD-ON-FILE
           MOVE 0 TO LD-EXCLUDED
           MOVE 0 TO LD-COUNTED
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
           ADD 1 TO LinesWritten
           IF LineFlagged THEN
               ADD 1 TO LinesFlagged
           END-IF
           EXIT.

       END PROGRAM READING-LEDGER.
