       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SITE-SCORECARD.
      *
      * Month-end site performance scorecard for the plant review
      * meeting, replacing the spreadsheet that used to be built by
      * hand from five places.  For every site on SITEMST in service
      * at some point in the month closed, it joins:
      *
      *   availability   days with data on MONHIST against the
      *                  business days the CALENDAR expected while
      *                  the site was in service
      *   readings/day   the readings MAX-ARRAY took into MAXHIST
      *                  plus those it left excluded on the OPEN
      *                  exception lines, per day with data, against
      *                  SM-EXPECTED-COUNT
      *   exception rate exception lines raised (OPEN or RESOLVED,
      *                  not TRIAL) per hundred readings
      *   resolution     the average business days from the night
      *                  an exception was raised to the day the
      *                  correction resolving it was applied, for
      *                  corrections applied in the month (from the
      *                  correction history, which keeps the
      *                  correction report's lines with the date
      *                  each was applied)
      *   reject rate    readings rejected at intake (REJRPT) per
      *                  hundred received
      *   missing nights nights the trend report shows the site
      *                  ABSENT
      *
      * Each measure is scaled 0 to 100 (availability and readings
      * per day capped at 100; 100 less the exception and reject
      * rates; 100 less ten points per business day to resolve,
      * 100 with nothing resolved; 100 less the missing nights as a
      * share of the business days expected) and the score is their
      * average.  Sites are ranked on the score, equal scores
      * sharing a rank, and the rank is compared with the one the
      * site earned the month before on the SCORHIST history to
      * show its movement; the month's ranks are then written to
      * SCORHIST for next month.  Sites on SITEMST not in service
      * for any of the month are listed unranked.  The month closed
      * is the calendar month before the run date, as for
      * MONTH-END-STATS (ASOFDATE in RUNPARM closes an older
      * month), and it must run after MONTH-END-STATS has closed the
      * month on MONHIST: with no MONHIST records for the month
      * nothing is scored and the step ends with return code 8.  A
      * source that cannot be read ends it with return code 16.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-MASTER ASSIGN TO "SITEMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SiteMasterStatus.
           SELECT MONHIST-FILE ASSIGN TO "MONHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MO-KEY
               FILE STATUS IS MonHistStatus.
           SELECT MAXHIST-FILE ASSIGN TO "MAXHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MH-KEY
               FILE STATUS IS MaxHistStatus.
           SELECT EXCEPTION-REPORT ASSIGN TO "EXCPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ExceptionStatus.
           SELECT CORRECTION-HISTORY ASSIGN TO "CORRHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HistoryStatus.
           SELECT REJECT-REPORT ASSIGN TO "REJRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RejectStatus.
           SELECT TREND-REPORT ASSIGN TO "TRENDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TrendStatus.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CalendarStatus.
           SELECT SCORHIST-FILE ASSIGN TO "SCORHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-KEY
               FILE STATUS IS ScoreHistStatus.
           SELECT RUNPARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RunParmStatus.
           SELECT REPORT-FILE ASSIGN TO "SCORRPT"
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SITE-MASTER.
       COPY SITEMST.
       FD  MONHIST-FILE.
       COPY MONHIST.
       FD  MAXHIST-FILE.
       COPY MAXHIST.
       FD  EXCEPTION-REPORT.
       01  EXCEPTION-LINE.
           05  EXC-DATE PIC 9(8).
           05  EXC-SITE PIC X(4).
           05  EXC-SEQUENCE PIC 9(4).
           05  EXC-VALUE PIC S9(4)V9.
           05  EXC-REASON PIC X(4).
           05  EXC-STATUS PIC X(8).
               88  EXC-OPEN VALUE "OPEN    ".
               88  EXC-RESOLVED VALUE "RESOLVED".
       FD  CORRECTION-HISTORY.
       COPY CORRHIST.
       FD  REJECT-REPORT.
       01  REJECT-LINE.
           05  REJ-READING-DATE PIC X(8).
           05  REJ-READING-SITE PIC X(4).
           05  REJ-READING-SEQ PIC X(4).
           05  REJ-READING-VALUE PIC X(5).
           05  REJ-REASON PIC X(8).
       FD  TREND-REPORT.
       01  TREND-LINE.
           05  TR-SITE PIC X(4).
           05  TR-TODAY-DATE PIC 9(8).
           05  TR-TODAY-MAX PIC S9(4)V9.
           05  TR-YESTERDAY-DATE PIC 9(8).
           05  TR-YESTERDAY-MAX PIC S9(4)V9.
           05  TR-DIRECTION PIC X(6).
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-DATE PIC 9(8).
           05  CAL-TYPE PIC X(8).
       FD  SCORHIST-FILE.
       COPY SCORHIST.
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
               "MONTHLY SITE SCORECARD FOR".
           05  FILLER PIC X VALUE SPACE.
           05  ST-MONTH PIC 9(6).
           05  FILLER PIC X(24) VALUE "  BUSINESS DAYS EXPECTED".
           05  ST-EXPECTED PIC ZZZ9.
           05  FILLER PIC X(16) VALUE "  SITES RANKED  ".
           05  ST-RANKED PIC ZZZ9.
           05  FILLER PIC X(51) VALUE SPACES.
       01  REPORT-HEADING-LINE.
           05  FILLER PIC X(44) VALUE
               "RANK PREV MOVE    SITE PLANT                ".
           05  FILLER PIC X(44) VALUE
               "SCORE DAY/EXP AVAIL  RDG/DAY EXPCT  EXC % RE".
           05  FILLER PIC X(44) VALUE
               "SDAY  REJ % MISS                            ".
       01  REPORT-DETAIL-LINE.
           05  LS-RANK PIC ZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  LS-PREV-RANK PIC X(4).
           05  FILLER PIC X VALUE SPACE.
           05  LS-MOVEMENT PIC X(7).
           05  FILLER PIC X VALUE SPACE.
           05  LS-SITE PIC X(4).
           05  FILLER PIC X VALUE SPACE.
           05  LS-PLANT PIC X(20).
           05  FILLER PIC X VALUE SPACE.
           05  LS-SCORE PIC ZZ9.9.
           05  FILLER PIC X VALUE SPACE.
           05  LS-DAYS PIC ZZ9.
           05  FILLER PIC X VALUE "/".
           05  LS-EXPECTED-DAYS PIC ZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  LS-AVAILABILITY PIC ZZ9.9.
           05  FILLER PIC X VALUE SPACE.
           05  LS-PER-DAY PIC ZZZZZ9.9.
           05  FILLER PIC X VALUE SPACE.
           05  LS-EXPECTED-COUNT PIC ZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  LS-EXCEPTION-RATE PIC ZZ9.99.
           05  FILLER PIC X VALUE SPACE.
           05  LS-RESOLVE-DAYS PIC X(6).
           05  FILLER PIC X VALUE SPACE.
           05  LS-REJECT-RATE PIC ZZ9.99.
           05  FILLER PIC X VALUE SPACE.
           05  LS-MISSING PIC ZZZ9.
           05  FILLER PIC X(28) VALUE SPACES.
       01  REPORT-UNRANKED-LINE.
           05  FILLER PIC X(17) VALUE SPACES.
           05  LU-SITE PIC X(4).
           05  FILLER PIC X VALUE SPACE.
           05  LU-PLANT PIC X(20).
           05  FILLER PIC X(30) VALUE
               " NOT IN SERVICE IN THE MONTH  ".
           05  FILLER PIC X(60) VALUE SPACES.
       01  MovementText.
           05  MVT-WORD PIC X(4).
           05  MVT-PLACES PIC ZZ9.
       01  PrevRankEdit PIC ZZZ9.
       01  ResolveEdit PIC ZZ9.9.
       01  SiteMasterStatus PIC XX.
       01  MonHistStatus PIC XX.
       01  MaxHistStatus PIC XX.
       01  ExceptionStatus PIC XX.
       01  HistoryStatus PIC XX.
       01  RejectStatus PIC XX.
       01  TrendStatus PIC XX.
       01  CalendarStatus PIC XX.
       01  ScoreHistStatus PIC XX.
       01  RunParmStatus PIC XX.
       01  SiteMasterSwitch PIC X VALUE "N".
           88  NoMoreSites VALUE "Y".
       01  MonHistSwitch PIC X VALUE "N".
           88  NoMoreMonHist VALUE "Y".
       01  MaxHistSwitch PIC X VALUE "N".
           88  NoMoreMaxHist VALUE "Y".
       01  ExceptionSwitch PIC X VALUE "N".
           88  NoMoreExceptions VALUE "Y".
       01  HistorySwitch PIC X VALUE "N".
           88  NoMoreHistory VALUE "Y".
       01  RejectSwitch PIC X VALUE "N".
           88  NoMoreRejects VALUE "Y".
       01  TrendSwitch PIC X VALUE "N".
           88  NoMoreTrend VALUE "Y".
       01  CalendarSwitch PIC X VALUE "N".
           88  NoMoreCalendar VALUE "Y".
       01  RunParmSwitch PIC X VALUE "N".
           88  NoMoreRunParm VALUE "Y".
       01  FileErrorSwitch PIC X VALUE "N".
           88  FileError VALUE "Y".
       01  BusinessDaySwitch PIC X.
           88  BusinessDay VALUE "Y".
       01  PriorFoundSwitch PIC X.
           88  PriorRankFound VALUE "Y".
       01  RunDate PIC 9(8).
       01  RunMonth PIC 9(6).
       01  TargetMonth PIC 9(6).
       01  PriorMonth PIC 9(6).
       01  MonthStartDate PIC 9(8).
       01  MonthEndDate PIC 9(8).
       01  MonthStartNum PIC 9(8).
       01  CalWindowStart PIC 9(8).
       01  WorkDate PIC 9(8).
       01  WorkDayNum PIC 9(8).
       01  EndDayNum PIC 9(8).
       01  DaysInMonth PIC 9(4) VALUE 0.
       01  ExpectedDays PIC 9(4) VALUE 0.
       01  BusinessAge PIC 9(4) VALUE 0.
       01  MonHistCount PIC 9(4) VALUE 0.
       01  CalCount PIC 9(4) VALUE 0.
       01  CalTable.
           05  CalEntry OCCURS 500 TIMES.
               10  CAE-DATE PIC 9(8).
       01  CalX PIC 9(4) VALUE 0.
       01  MonthDayTable.
           05  MonthDayEntry OCCURS 31 TIMES.
               10  MDE-DATE PIC 9(8).
               10  MDE-BUSINESS PIC X.
                   88  MDE-BUSINESS-DAY VALUE "Y".
       01  DayX PIC 9(4) VALUE 0.
       01  SiteCount PIC 9(4) VALUE 0.
       01  SiteTable.
           05  SiteEntry OCCURS 200 TIMES.
               10  SCE-SITE PIC X(4).
               10  SCE-PLANT PIC X(20).
               10  SCE-IN-SERVICE PIC X.
                   88  SCE-SITE-IN-SERVICE VALUE "Y".
               10  SCE-PRINTED PIC X.
                   88  SCE-SITE-PRINTED VALUE "Y".
               10  SCE-ACTIVE PIC X.
               10  SCE-COMMISSIONED PIC 9(8).
               10  SCE-DECOMMISSIONED PIC 9(8).
               10  SCE-EXPECTED-COUNT PIC 9(4).
               10  SCE-EXPECTED-DAYS PIC 9(4).
               10  SCE-DAYS-WITH-DATA PIC 9(4).
               10  SCE-COUNTED PIC 9(9).
               10  SCE-OPEN-EXCEPTIONS PIC 9(9).
               10  SCE-EXCEPTIONS PIC 9(9).
               10  SCE-REJECTS PIC 9(9).
               10  SCE-RESOLVED PIC 9(6).
               10  SCE-RESOLVE-TOTAL PIC 9(8).
               10  SCE-MISSING-FLAGS.
                   15  SCE-MISSING-DAY PIC X OCCURS 31 TIMES.
               10  SCE-MISSING PIC 9(4).
               10  SCE-READINGS PIC 9(9).
               10  SCE-AVAILABILITY PIC 9(3)V9.
               10  SCE-PER-DAY PIC 9(6)V9.
               10  SCE-EXCEPTION-RATE PIC 9(3)V99.
               10  SCE-RESOLVE-DAYS PIC 9(4)V9.
               10  SCE-REJECT-RATE PIC 9(3)V99.
               10  SCE-SCORE PIC 9(3)V9.
               10  SCE-RANK PIC 9(4).
       01  SiteX PIC 9(4) VALUE 0.
       01  SiteIndex PIC 9(4) VALUE 0.
       01  OtherX PIC 9(4) VALUE 0.
       01  BestIndex PIC 9(4) VALUE 0.
       01  WorkSite PIC X(4).
       01  RankedCount PIC 9(4) VALUE 0.
       01  PrintedCount PIC 9(4) VALUE 0.
       01  PriorRank PIC 9(4) VALUE 0.
       01  RankMovement PIC S9(4) VALUE 0.
       01  MeasureWork PIC S9(7)V99 VALUE 0.
       01  ScoreTotal PIC S9(7)V99 VALUE 0.
       01  ReceivedCount PIC 9(10) VALUE 0.
      *
       PROCEDURE DIVISION.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       PERFORM ReadRunParms.
       PERFORM SetMonthDates.
       PERFORM LoadCalendar.
       PERFORM BuildMonthDays.
       PERFORM LoadSites.
       IF NOT FileError THEN
           PERFORM ReadMonHist
       END-IF
       IF NOT FileError AND MonHistCount > 0 THEN
           PERFORM ReadMaxHist
           PERFORM ReadExceptions
           PERFORM ReadCorrections
           PERFORM ReadRejects
           PERFORM ReadTrend
       END-IF
       IF FileError THEN
           DISPLAY "SITESCR: NO SCORECARD FOR MONTH " TargetMonth
               " - A SOURCE FILE COULD NOT BE READ"
           MOVE 16 TO RETURN-CODE
       ELSE
           IF MonHistCount = 0 THEN
               DISPLAY "SITESCR: NO MONHIST RECORDS FOR MONTH "
                   TargetMonth " - MONTH NOT CLOSED, NOTHING SCORED"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING SiteX FROM 1 BY 1
                       UNTIL SiteX > SiteCount
                   IF SCE-SITE-IN-SERVICE(SiteX) THEN
                       PERFORM ScoreOneSite
                   END-IF
               END-PERFORM
               PERFORM RankSites
               PERFORM WriteScorecard
               IF FileError THEN
                   MOVE 16 TO RETURN-CODE
               ELSE
                   DISPLAY "SITESCR: MONTH " TargetMonth
                       " SCORED FOR " RankedCount " SITE(S)"
               END-IF
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
                           IF PRM-KEYWORD = "ASOFDATE"
                                   AND PRM-VALUE IS NUMERIC THEN
                               MOVE PRM-VALUE TO RunDate
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNPARM-FILE
           END-IF
           EXIT.

      * The month closed is the one before the run date, found the
      * way MONTH-END-STATS finds it, so the two close the same
      * month from the same RUNPARM.

       SetMonthDates.
           COMPUTE RunMonth = RunDate / 100
           COMPUTE MonthEndDate =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE
                       (RunMonth * 100 + 1) - 1)
           COMPUTE TargetMonth = MonthEndDate / 100
           COMPUTE MonthStartDate = TargetMonth * 100 + 1
           COMPUTE MonthStartNum =
               FUNCTION INTEGER-OF-DATE(MonthStartDate)
           COMPUTE PriorMonth =
               FUNCTION DATE-OF-INTEGER(MonthStartNum - 1) / 100
           COMPUTE DaysInMonth =
               FUNCTION INTEGER-OF-DATE(MonthEndDate)
                   - MonthStartNum + 1
           EXIT.

      * The resolution measure reaches back to the night each
      * exception was raised, so the calendar is held for two
      * years before the month, as the aging report holds it; an
      * exception older still counts every uncovered day as a
      * business day.

       LoadCalendar.
           COMPUTE CalWindowStart =
               FUNCTION DATE-OF-INTEGER(MonthStartNum - 730)
           OPEN INPUT CALENDAR-FILE
           IF CalendarStatus NOT = "00" THEN
               DISPLAY "SITESCR: CALENDAR FILE OPEN FAILED - STATUS "
                   CalendarStatus " - ALL DAYS TREATED AS BUSINESS "
                   "DAYS"
           ELSE
               PERFORM UNTIL NoMoreCalendar
                   READ CALENDAR-FILE
                       AT END
                           SET NoMoreCalendar TO TRUE
                       NOT AT END
                           IF CAL-DATE >= CalWindowStart
                                   AND CAL-DATE <= MonthEndDate
                                   AND CalCount < 500 THEN
                               ADD 1 TO CalCount
                               MOVE CAL-DATE TO CAE-DATE(CalCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF
           EXIT.

       BuildMonthDays.
           MOVE 0 TO ExpectedDays
           PERFORM VARYING DayX FROM 1 BY 1 UNTIL DayX > DaysInMonth
               COMPUTE WorkDate =
                   FUNCTION DATE-OF-INTEGER(MonthStartNum + DayX - 1)
               MOVE WorkDate TO MDE-DATE(DayX)
               PERFORM CheckBusinessDay
               MOVE BusinessDaySwitch TO MDE-BUSINESS(DayX)
               IF BusinessDay THEN
                   ADD 1 TO ExpectedDays
               END-IF
           END-PERFORM
           EXIT.

       CheckBusinessDay.
           MOVE "Y" TO BusinessDaySwitch
           PERFORM VARYING CalX FROM 1 BY 1 UNTIL CalX > CalCount
               IF CAE-DATE(CalX) = WorkDate THEN
                   MOVE "N" TO BusinessDaySwitch
               END-IF
           END-PERFORM
           EXIT.

      * A site is in service on a day when it is active on the
      * master, the day is not before it was commissioned and is
      * before it was decommissioned (zero: still in service).
      * The business days expected of it are those it was in
      * service for.

       LoadSites.
           OPEN INPUT SITE-MASTER
           IF SiteMasterStatus NOT = "00" THEN
               DISPLAY "SITESCR: SITEMST FILE OPEN FAILED - STATUS "
                   SiteMasterStatus
               SET FileError TO TRUE
           ELSE
               PERFORM UNTIL NoMoreSites
                   READ SITE-MASTER
                       AT END
                           SET NoMoreSites TO TRUE
                       NOT AT END
                           PERFORM LoadOneSite
                   END-READ
               END-PERFORM
               CLOSE SITE-MASTER
           END-IF
           EXIT.

       LoadOneSite.
           IF SiteCount >= 200 THEN
               DISPLAY "SITESCR: SITE TABLE FULL AT SITE "
                   SM-SITE-ID " - NOT SCORED"
           ELSE
               ADD 1 TO SiteCount
               MOVE SiteCount TO SiteIndex
               MOVE SM-SITE-ID TO SCE-SITE(SiteIndex)
               MOVE SM-PLANT-NAME TO SCE-PLANT(SiteIndex)
               MOVE SM-ACTIVE-FLAG TO SCE-ACTIVE(SiteIndex)
               MOVE SM-COMMISSIONED TO SCE-COMMISSIONED(SiteIndex)
               MOVE SM-DECOMMISSIONED TO SCE-DECOMMISSIONED(SiteIndex)
               MOVE SM-EXPECTED-COUNT TO SCE-EXPECTED-COUNT(SiteIndex)
               MOVE "N" TO SCE-IN-SERVICE(SiteIndex)
               MOVE "N" TO SCE-PRINTED(SiteIndex)
               MOVE 0 TO SCE-EXPECTED-DAYS(SiteIndex)
               MOVE 0 TO SCE-DAYS-WITH-DATA(SiteIndex)
               MOVE 0 TO SCE-COUNTED(SiteIndex)
               MOVE 0 TO SCE-OPEN-EXCEPTIONS(SiteIndex)
               MOVE 0 TO SCE-EXCEPTIONS(SiteIndex)
               MOVE 0 TO SCE-REJECTS(SiteIndex)
               MOVE 0 TO SCE-RESOLVED(SiteIndex)
               MOVE 0 TO SCE-RESOLVE-TOTAL(SiteIndex)
               MOVE ALL "N" TO SCE-MISSING-FLAGS(SiteIndex)
               MOVE 0 TO SCE-MISSING(SiteIndex)
               MOVE 0 TO SCE-RANK(SiteIndex)
               PERFORM VARYING DayX FROM 1 BY 1
                       UNTIL DayX > DaysInMonth
                   IF SM-ACTIVE
                           AND MDE-DATE(DayX) >= SM-COMMISSIONED
                           AND (SM-DECOMMISSIONED = 0
                               OR MDE-DATE(DayX) < SM-DECOMMISSIONED)
                           THEN
                       SET SCE-SITE-IN-SERVICE(SiteIndex) TO TRUE
                       IF MDE-BUSINESS-DAY(DayX) THEN
                           ADD 1 TO SCE-EXPECTED-DAYS(SiteIndex)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           EXIT.

       FindSite.
           IF SiteIndex > 0 AND SiteIndex <= SiteCount THEN
               IF SCE-SITE(SiteIndex) NOT = WorkSite THEN
                   MOVE 0 TO SiteIndex
               END-IF
           ELSE
               MOVE 0 TO SiteIndex
           END-IF
           IF SiteIndex = 0 THEN
               PERFORM VARYING SiteX FROM 1 BY 1
                       UNTIL SiteX > SiteCount OR SiteIndex > 0
                   IF SCE-SITE(SiteX) = WorkSite THEN
                       MOVE SiteX TO SiteIndex
                   END-IF
               END-PERFORM
           END-IF
           EXIT.

       ReadMonHist.
           OPEN INPUT MONHIST-FILE
           IF MonHistStatus NOT = "00" THEN
               DISPLAY "SITESCR: MONHIST FILE OPEN FAILED - STATUS "
                   MonHistStatus
               SET FileError TO TRUE
           ELSE
               MOVE TargetMonth TO MO-MONTH
               MOVE LOW-VALUES TO MO-SITE
               START MONHIST-FILE KEY IS >= MO-KEY
                   INVALID KEY
                       SET NoMoreMonHist TO TRUE
               END-START
               PERFORM UNTIL NoMoreMonHist
                   READ MONHIST-FILE NEXT RECORD
                       AT END
                           SET NoMoreMonHist TO TRUE
                       NOT AT END
                           IF MO-MONTH NOT = TargetMonth THEN
                               SET NoMoreMonHist TO TRUE
                           ELSE
                               ADD 1 TO MonHistCount
                               MOVE MO-SITE TO WorkSite
                               PERFORM FindSite
                               IF SiteIndex > 0 THEN
                                   MOVE MO-DAYS-WITH-DATA
                                       TO SCE-DAYS-WITH-DATA(SiteIndex)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MONHIST-FILE
           END-IF
           EXIT.

       ReadMaxHist.
           OPEN INPUT MAXHIST-FILE
           IF MaxHistStatus NOT = "00" THEN
               DISPLAY "SITESCR: MAXHIST FILE OPEN FAILED - STATUS "
                   MaxHistStatus
               SET FileError TO TRUE
           ELSE
               MOVE MonthStartDate TO MH-DATE
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
                           IF MH-DATE > MonthEndDate THEN
                               SET NoMoreMaxHist TO TRUE
                           ELSE
                               MOVE MH-SITE TO WorkSite
                               PERFORM FindSite
                               IF SiteIndex > 0 THEN
                                   ADD MH-COUNT
                                       TO SCE-COUNTED(SiteIndex)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAXHIST-FILE
           END-IF
           EXIT.

      * An OPEN line is a reading MAX-ARRAY left out of MAXHIST; a
      * RESOLVED line's reading was repaired and taken back in on
      * the rerun, so it is already in MH-COUNT.  Both were raised
      * as exceptions.  TRIAL lines raised nothing.

       ReadExceptions.
           OPEN INPUT EXCEPTION-REPORT
           IF ExceptionStatus NOT = "00" THEN
               DISPLAY "SITESCR: EXCPRPT FILE OPEN FAILED - STATUS "
                   ExceptionStatus
               SET FileError TO TRUE
           ELSE
               PERFORM UNTIL NoMoreExceptions
                   READ EXCEPTION-REPORT
                       AT END
                           SET NoMoreExceptions TO TRUE
                       NOT AT END
                           IF EXC-DATE >= MonthStartDate
                                   AND EXC-DATE <= MonthEndDate
                                   AND (EXC-OPEN OR EXC-RESOLVED) THEN
                               MOVE EXC-SITE TO WorkSite
                               PERFORM FindSite
                               IF SiteIndex > 0 THEN
                                   ADD 1 TO SCE-EXCEPTIONS(SiteIndex)
                                   IF EXC-OPEN THEN
                                       ADD 1 TO SCE-OPEN-EXCEPTIONS
                                           (SiteIndex)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-REPORT
           END-IF
           EXIT.

      * A correction resolved an exception when it carries the
      * reason it resolved.  The exception was raised the night of
      * the reading's date.

       ReadCorrections.
           OPEN INPUT CORRECTION-HISTORY
           IF HistoryStatus NOT = "00" THEN
               DISPLAY "SITESCR: CORRHIST FILE OPEN FAILED - STATUS "
                   HistoryStatus
               SET FileError TO TRUE
           ELSE
               PERFORM UNTIL NoMoreHistory
                   READ CORRECTION-HISTORY
                       AT END
                           SET NoMoreHistory TO TRUE
                       NOT AT END
                           IF CHR-APPLIED-DATE >= MonthStartDate
                                   AND CHR-APPLIED-DATE <= MonthEndDate
                                   AND CHR-REASON NOT = SPACES THEN
                               MOVE CHR-READING-SITE TO WorkSite
                               PERFORM FindSite
                               IF SiteIndex > 0 THEN
                                   PERFORM CountBusinessAge
                                   ADD 1 TO SCE-RESOLVED(SiteIndex)
                                   ADD BusinessAge
                                       TO SCE-RESOLVE-TOTAL(SiteIndex)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORRECTION-HISTORY
           END-IF
           EXIT.

      * Business days to resolve: every day after the reading date
      * up to and including the day applied that is not on the
      * calendar, counted as the aging report counts an open line's
      * age.

       CountBusinessAge.
           MOVE 0 TO BusinessAge
           COMPUTE WorkDayNum =
               FUNCTION INTEGER-OF-DATE(CHR-READING-DATE) + 1
           COMPUTE EndDayNum =
               FUNCTION INTEGER-OF-DATE(CHR-APPLIED-DATE)
           PERFORM UNTIL WorkDayNum > EndDayNum
               COMPUTE WorkDate =
                   FUNCTION DATE-OF-INTEGER(WorkDayNum)
               PERFORM CheckBusinessDay
               IF BusinessDay THEN
                   ADD 1 TO BusinessAge
               END-IF
               ADD 1 TO WorkDayNum
           END-PERFORM
           EXIT.

       ReadRejects.
           OPEN INPUT REJECT-REPORT
           IF RejectStatus NOT = "00" THEN
               DISPLAY "SITESCR: REJRPT FILE OPEN FAILED - STATUS "
                   RejectStatus
               SET FileError TO TRUE
           ELSE
               PERFORM UNTIL NoMoreRejects
                   READ REJECT-REPORT
                       AT END
                           SET NoMoreRejects TO TRUE
                       NOT AT END
                           IF REJ-READING-DATE IS NUMERIC THEN
                               MOVE REJ-READING-DATE TO WorkDate
                               IF WorkDate >= MonthStartDate
                                       AND WorkDate <= MonthEndDate THEN
                                   MOVE REJ-READING-SITE TO WorkSite
                                   PERFORM FindSite
                                   IF SiteIndex > 0 THEN
                                       ADD 1 TO SCE-REJECTS(SiteIndex)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECT-REPORT
           END-IF
           EXIT.

      * A rerun night writes its ABSENT line again, so a night is
      * counted once however many lines it has.

       ReadTrend.
           OPEN INPUT TREND-REPORT
           IF TrendStatus NOT = "00" THEN
               DISPLAY "SITESCR: TRENDRPT FILE OPEN FAILED - STATUS "
                   TrendStatus
               SET FileError TO TRUE
           ELSE
               PERFORM UNTIL NoMoreTrend
                   READ TREND-REPORT
                       AT END
                           SET NoMoreTrend TO TRUE
                       NOT AT END
                           IF TR-DIRECTION = "ABSENT"
                                   AND TR-TODAY-DATE >= MonthStartDate
                                   AND TR-TODAY-DATE <= MonthEndDate
                                   THEN
                               MOVE TR-SITE TO WorkSite
                               PERFORM FindSite
                               IF SiteIndex > 0 THEN
                                   PERFORM NoteMissingNight
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TREND-REPORT
           END-IF
           EXIT.

       NoteMissingNight.
           COMPUTE DayX =
               FUNCTION INTEGER-OF-DATE(TR-TODAY-DATE)
                   - MonthStartNum + 1
           IF SCE-MISSING-DAY(SiteIndex, DayX) NOT = "Y" THEN
               MOVE "Y" TO SCE-MISSING-DAY(SiteIndex, DayX)
               ADD 1 TO SCE-MISSING(SiteIndex)
           END-IF
           EXIT.

      * Each measure is worked out, scaled 0 to 100 and added into
      * the score; the score is the average of the six.

       ScoreOneSite.
           MOVE 0 TO ScoreTotal
           COMPUTE SCE-READINGS(SiteX) =
               SCE-COUNTED(SiteX) + SCE-OPEN-EXCEPTIONS(SiteX)
           IF SCE-EXPECTED-DAYS(SiteX) > 0 THEN
               COMPUTE MeasureWork ROUNDED =
                   SCE-DAYS-WITH-DATA(SiteX) * 100
                       / SCE-EXPECTED-DAYS(SiteX)
           ELSE
               MOVE 100 TO MeasureWork
           END-IF
           IF MeasureWork > 100 THEN
               MOVE 100 TO MeasureWork
           END-IF
           MOVE MeasureWork TO SCE-AVAILABILITY(SiteX)
           ADD MeasureWork TO ScoreTotal
           IF SCE-DAYS-WITH-DATA(SiteX) > 0 THEN
               COMPUTE SCE-PER-DAY(SiteX) ROUNDED =
                   SCE-READINGS(SiteX) / SCE-DAYS-WITH-DATA(SiteX)
           ELSE
               MOVE 0 TO SCE-PER-DAY(SiteX)
           END-IF
           IF SCE-EXPECTED-COUNT(SiteX) > 0 THEN
               COMPUTE MeasureWork ROUNDED =
                   SCE-PER-DAY(SiteX) * 100
                       / SCE-EXPECTED-COUNT(SiteX)
           ELSE
               MOVE 100 TO MeasureWork
           END-IF
           IF MeasureWork > 100 THEN
               MOVE 100 TO MeasureWork
           END-IF
           ADD MeasureWork TO ScoreTotal
           IF SCE-READINGS(SiteX) > 0 THEN
               COMPUTE MeasureWork ROUNDED =
                   SCE-EXCEPTIONS(SiteX) * 100 / SCE-READINGS(SiteX)
           ELSE
               MOVE 0 TO MeasureWork
           END-IF
           IF MeasureWork > 100 THEN
               MOVE 100 TO MeasureWork
           END-IF
           MOVE MeasureWork TO SCE-EXCEPTION-RATE(SiteX)
           COMPUTE ScoreTotal = ScoreTotal + 100 - MeasureWork
           IF SCE-RESOLVED(SiteX) > 0 THEN
               COMPUTE SCE-RESOLVE-DAYS(SiteX) ROUNDED =
                   SCE-RESOLVE-TOTAL(SiteX) / SCE-RESOLVED(SiteX)
               COMPUTE MeasureWork =
                   100 - SCE-RESOLVE-DAYS(SiteX) * 10
               IF MeasureWork < 0 THEN
                   MOVE 0 TO MeasureWork
               END-IF
           ELSE
               MOVE 0 TO SCE-RESOLVE-DAYS(SiteX)
               MOVE 100 TO MeasureWork
           END-IF
           ADD MeasureWork TO ScoreTotal
           COMPUTE ReceivedCount =
               SCE-READINGS(SiteX) + SCE-REJECTS(SiteX)
           IF ReceivedCount > 0 THEN
               COMPUTE MeasureWork ROUNDED =
                   SCE-REJECTS(SiteX) * 100 / ReceivedCount
           ELSE
               MOVE 0 TO MeasureWork
           END-IF
           MOVE MeasureWork TO SCE-REJECT-RATE(SiteX)
           COMPUTE ScoreTotal = ScoreTotal + 100 - MeasureWork
           IF SCE-EXPECTED-DAYS(SiteX) > 0 THEN
               COMPUTE MeasureWork ROUNDED =
                   SCE-MISSING(SiteX) * 100 / SCE-EXPECTED-DAYS(SiteX)
           ELSE
               MOVE 0 TO MeasureWork
           END-IF
           IF MeasureWork > 100 THEN
               MOVE 100 TO MeasureWork
           END-IF
           COMPUTE ScoreTotal = ScoreTotal + 100 - MeasureWork
           COMPUTE SCE-SCORE(SiteX) ROUNDED = ScoreTotal / 6
           EXIT.

      * Standard competition ranking: a site's rank is one more
      * than the number of sites scoring higher, so equal scores
      * share a rank and the next rank down is skipped.

       RankSites.
           MOVE 0 TO RankedCount
           PERFORM VARYING SiteX FROM 1 BY 1 UNTIL SiteX > SiteCount
               IF SCE-SITE-IN-SERVICE(SiteX) THEN
                   ADD 1 TO RankedCount
                   MOVE 1 TO SCE-RANK(SiteX)
                   PERFORM VARYING OtherX FROM 1 BY 1
                           UNTIL OtherX > SiteCount
                       IF SCE-SITE-IN-SERVICE(OtherX)
                               AND SCE-SCORE(OtherX)
                                   > SCE-SCORE(SiteX) THEN
                           ADD 1 TO SCE-RANK(SiteX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           EXIT.

      * The ranked sites are printed best first, equal ranks in
      * master file order, each compared with last month's rank
      * before this month's is written over the history.

       WriteScorecard.
           OPEN I-O SCORHIST-FILE
           IF ScoreHistStatus NOT = "00" THEN
               DISPLAY "SITESCR: SCORHIST FILE OPEN FAILED - STATUS "
                   ScoreHistStatus
               SET FileError TO TRUE
           ELSE
               OPEN OUTPUT REPORT-FILE
               MOVE TargetMonth TO ST-MONTH
               MOVE ExpectedDays TO ST-EXPECTED
               MOVE RankedCount TO ST-RANKED
               WRITE REPORT-LINE FROM REPORT-TITLE-LINE
               WRITE REPORT-LINE FROM REPORT-HEADING-LINE
               MOVE 0 TO PrintedCount
               PERFORM UNTIL PrintedCount >= RankedCount
                   PERFORM FindNextRanked
                   MOVE BestIndex TO SiteX
                   SET SCE-SITE-PRINTED(SiteX) TO TRUE
                   ADD 1 TO PrintedCount
                   PERFORM WriteOneSite
               END-PERFORM
               PERFORM VARYING SiteX FROM 1 BY 1
                       UNTIL SiteX > SiteCount
                   IF NOT SCE-SITE-IN-SERVICE(SiteX) THEN
                       MOVE SCE-SITE(SiteX) TO LU-SITE
                       MOVE SCE-PLANT(SiteX) TO LU-PLANT
                       WRITE REPORT-LINE FROM REPORT-UNRANKED-LINE
                   END-IF
               END-PERFORM
               CLOSE REPORT-FILE
               CLOSE SCORHIST-FILE
           END-IF
           EXIT.

       FindNextRanked.
           MOVE 0 TO BestIndex
           PERFORM VARYING OtherX FROM 1 BY 1 UNTIL OtherX > SiteCount
               IF SCE-SITE-IN-SERVICE(OtherX)
                       AND NOT SCE-SITE-PRINTED(OtherX) THEN
                   IF BestIndex = 0 THEN
                       MOVE OtherX TO BestIndex
                   ELSE
                       IF SCE-RANK(OtherX) < SCE-RANK(BestIndex) THEN
                           MOVE OtherX TO BestIndex
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       WriteOneSite.
           MOVE "N" TO PriorFoundSwitch
           MOVE PriorMonth TO SC-MONTH
           MOVE SCE-SITE(SiteX) TO SC-SITE
           READ SCORHIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PriorRankFound TO TRUE
                   MOVE SC-RANK TO PriorRank
           END-READ
           IF PriorRankFound THEN
               MOVE PriorRank TO PrevRankEdit
               MOVE PrevRankEdit TO LS-PREV-RANK
               COMPUTE RankMovement = PriorRank - SCE-RANK(SiteX)
               IF RankMovement > 0 THEN
                   MOVE "UP  " TO MVT-WORD
                   MOVE RankMovement TO MVT-PLACES
                   MOVE MovementText TO LS-MOVEMENT
               ELSE
                   IF RankMovement < 0 THEN
                       MOVE "DOWN" TO MVT-WORD
                       COMPUTE MVT-PLACES = 0 - RankMovement
                       MOVE MovementText TO LS-MOVEMENT
                   ELSE
                       MOVE "SAME   " TO LS-MOVEMENT
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO LS-PREV-RANK
               MOVE "NEW    " TO LS-MOVEMENT
           END-IF
           MOVE SCE-RANK(SiteX) TO LS-RANK
           MOVE SCE-SITE(SiteX) TO LS-SITE
           MOVE SCE-PLANT(SiteX) TO LS-PLANT
           MOVE SCE-SCORE(SiteX) TO LS-SCORE
           MOVE SCE-DAYS-WITH-DATA(SiteX) TO LS-DAYS
           MOVE SCE-EXPECTED-DAYS(SiteX) TO LS-EXPECTED-DAYS
           MOVE SCE-AVAILABILITY(SiteX) TO LS-AVAILABILITY
           MOVE SCE-PER-DAY(SiteX) TO LS-PER-DAY
           MOVE SCE-EXPECTED-COUNT(SiteX) TO LS-EXPECTED-COUNT
           MOVE SCE-EXCEPTION-RATE(SiteX) TO LS-EXCEPTION-RATE
           IF SCE-RESOLVED(SiteX) > 0 THEN
               MOVE SCE-RESOLVE-DAYS(SiteX) TO ResolveEdit
               MOVE SPACES TO LS-RESOLVE-DAYS
               MOVE ResolveEdit TO LS-RESOLVE-DAYS(2:5)
           ELSE
               MOVE "  NONE" TO LS-RESOLVE-DAYS
           END-IF
           MOVE SCE-REJECT-RATE(SiteX) TO LS-REJECT-RATE
           MOVE SCE-MISSING(SiteX) TO LS-MISSING
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
           MOVE TargetMonth TO SC-MONTH
           MOVE SCE-SITE(SiteX) TO SC-SITE
           MOVE SCE-RANK(SiteX) TO SC-RANK
           MOVE RankedCount TO SC-SITES-RANKED
           MOVE SCE-SCORE(SiteX) TO SC-SCORE
           MOVE SCE-DAYS-WITH-DATA(SiteX) TO SC-DAYS-WITH-DATA
           MOVE SCE-EXPECTED-DAYS(SiteX) TO SC-DAYS-EXPECTED
           MOVE SCE-READINGS(SiteX) TO SC-READINGS
           MOVE SCE-PER-DAY(SiteX) TO SC-READINGS-PER-DAY
           MOVE SCE-EXPECTED-COUNT(SiteX) TO SC-EXPECTED-COUNT
           MOVE SCE-EXCEPTIONS(SiteX) TO SC-EXCEPTIONS
           MOVE SCE-RESOLVED(SiteX) TO SC-RESOLVED
           MOVE SCE-RESOLVE-DAYS(SiteX) TO SC-RESOLVE-DAYS
           MOVE SCE-REJECTS(SiteX) TO SC-REJECTS
           MOVE SCE-MISSING(SiteX) TO SC-MISSING-NIGHTS
           WRITE SCORHIST-RECORD
               INVALID KEY
                   REWRITE SCORHIST-RECORD
           END-WRITE
           EXIT.

       END PROGRAM SITE-SCORECARD.
