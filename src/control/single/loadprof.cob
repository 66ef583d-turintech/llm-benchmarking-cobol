       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LOAD-PROFILE.
      *
      * Intraday load profile over the READINGS file, by the time
      * of day the meter took each reading.  For a reading day
      * (ASOFDATE on RUNPARM; the run date when none is keyed) or a
      * period (FROMDATE and TODATE, at most 366 days) every site's
      * readings are gathered into the twenty-four hour bands of
      * the day - how many readings fell in each band, their total,
      * average and largest value - and the band with the highest
      * average is called out as the site's peak hour, the average
      * of the readings taken from midnight to six as its overnight
      * base load, and every band with no readings at all is
      * flagged.  A reading loaded without a time of reading (an
      * older meter, a reading added by EXCEPTION-FIX, or one loaded
      * before times were carried) is counted against its site but
      * sits in no band.  Sites live on the SITEMST site master at
      * any point in the period are listed even when they sent
      * nothing, so a site whose profile is empty shows as such
      * rather than dropping off the report; a site on READINGS
      * but not on the master is profiled under no plant name.
      * The report closes with the peak hour of every plant on one
      * page for operations planning.  Days READINGS-ARCHIVE has
      * already moved off the file are not in the profile; bring
      * them back with READINGS-RESTORE first.  Read-only; on
      * demand.  Return code 8 means the period had no readings on
      * file, 16 that READINGS could not be read or the period
      * keyed is unusable, and 4 that more than 200 sites left some
      * out of the profile.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT READINGS-FILE ASSIGN TO "READINGS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS READING-KEY
               FILE STATUS IS ReadingsStatus.
           SELECT SITE-MASTER ASSIGN TO "SITEMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SiteMasterStatus.
           SELECT RUNPARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RunParmStatus.
           SELECT REPORT-FILE ASSIGN TO "PROFRPT"
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
       FD  SITE-MASTER.
       COPY SITEMST.
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           05  PRM-KEYWORD PIC X(8).
           05  PRM-VALUE PIC X(8).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  REPORT-TITLE-LINE.
           05  FILLER PIC X(27)
               VALUE "INTRADAY LOAD PROFILE FROM ".
           05  PT-FROM-DATE PIC 9(8).
           05  FILLER PIC X(4) VALUE " TO ".
           05  PT-TO-DATE PIC 9(8).
           05  FILLER PIC X(6) VALUE "  RUN ".
           05  PT-RUN-DATE PIC 9(8).
           05  FILLER PIC X(71) VALUE SPACES.
       01  REPORT-SITE-LINE.
           05  FILLER PIC X(5) VALUE "SITE ".
           05  PS-SITE PIC X(4).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PS-PLANT PIC X(20).
           05  FILLER PIC X(11) VALUE "  READINGS ".
           05  PS-READINGS PIC ZZZZZZZZ9.
           05  FILLER PIC X(8) VALUE "  TIMED ".
           05  PS-TIMED PIC ZZZZZZZZ9.
           05  FILLER PIC X(10) VALUE "  UNTIMED ".
           05  PS-UNTIMED PIC ZZZZZZZZ9.
           05  FILLER PIC X(45) VALUE SPACES.
       01  REPORT-BAND-HEADING.
           05  FILLER PIC X(33) VALUE
               "  HOUR    READINGS          TOTAL".
           05  FILLER PIC X(22) VALUE
               "   AVERAGE   MAXIMUM  ".
           05  FILLER PIC X(4) VALUE "NOTE".
           05  FILLER PIC X(73) VALUE SPACES.
       01  REPORT-BAND-LINE.
           05  FILLER PIC X(2) VALUE SPACES.
           05  PB-FROM-HOUR PIC 99.
           05  FILLER PIC X VALUE "-".
           05  PB-TO-HOUR PIC 99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  PB-READINGS PIC ZZZZZZZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  PB-TOTAL PIC -(10)9.9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  PB-AVERAGE PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PB-MAXIMUM PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PB-NOTE PIC X(12).
           05  FILLER PIC X(65) VALUE SPACES.
       01  REPORT-PEAK-LINE.
           05  FILLER PIC X(12) VALUE "  PEAK HOUR ".
           05  PP-PEAK-HOUR PIC X(5).
           05  FILLER PIC X(10) VALUE "  AVERAGE ".
           05  PP-PEAK-AVERAGE PIC X(8).
           05  FILLER PIC X(27) VALUE
               "  OVERNIGHT BASE LOAD 00-06".
           05  FILLER PIC X(9) VALUE " AVERAGE ".
           05  PP-BASE-LOAD PIC X(8).
           05  FILLER PIC X(14) VALUE "  EMPTY BANDS ".
           05  PP-EMPTY-BANDS PIC Z9.
           05  FILLER PIC X(37) VALUE SPACES.
       01  REPORT-NO-READINGS-LINE.
           05  FILLER PIC X(30) VALUE
               "  NO READINGS IN THE PERIOD - ".
           05  FILLER PIC X(30) VALUE
               "ALL 24 HOUR BANDS EMPTY       ".
           05  FILLER PIC X(72) VALUE SPACES.
       01  REPORT-UNTIMED-LINE.
           05  FILLER PIC X(30) VALUE
               "  NO TIMED READINGS - NO HOUR ".
           05  FILLER PIC X(30) VALUE
               "BANDS, NO PEAK OR BASE LOAD   ".
           05  FILLER PIC X(72) VALUE SPACES.
       01  REPORT-PLANT-TITLE.
           05  FILLER PIC X(30) VALUE
               "PEAK HOUR BY PLANT FROM       ".
           05  PPT-FROM-DATE PIC 9(8).
           05  FILLER PIC X(4) VALUE " TO ".
           05  PPT-TO-DATE PIC 9(8).
           05  FILLER PIC X(82) VALUE SPACES.
       01  REPORT-PLANT-HEADING.
           05  FILLER PIC X(40) VALUE
               "SITE  PLANT                  READINGS  ".
           05  FILLER PIC X(38) VALUE
               "PEAK HOUR AVERAGE   MAXIMUM  BASE LOAD".
           05  FILLER PIC X(15) VALUE "    EMPTY BANDS".
           05  FILLER PIC X(39) VALUE SPACES.
       01  REPORT-PLANT-LINE.
           05  PM-SITE PIC X(4).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PM-PLANT PIC X(20).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PM-READINGS PIC ZZZZZZZZ9.
           05  FILLER PIC X(5) VALUE SPACES.
           05  PM-PEAK-HOUR PIC X(5).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PM-PEAK-AVERAGE PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PM-PEAK-MAXIMUM PIC X(8).
           05  FILLER PIC X(3) VALUE SPACES.
           05  PM-BASE-LOAD PIC X(8).
           05  FILLER PIC X(13) VALUE SPACES.
           05  PM-EMPTY-BANDS PIC Z9.
           05  FILLER PIC X(39) VALUE SPACES.
       01  REPORT-TOTAL-LINE.
           05  FILLER PIC X(6) VALUE "SITES ".
           05  PR-SITES PIC ZZZ9.
           05  FILLER PIC X(11) VALUE "  READINGS ".
           05  PR-READINGS PIC ZZZZZZZZ9.
           05  FILLER PIC X(10) VALUE "  UNTIMED ".
           05  PR-UNTIMED PIC ZZZZZZZZ9.
           05  FILLER PIC X(25) VALUE
               "  SITES WITH EMPTY BANDS ".
           05  PR-EMPTY-SITES PIC ZZZ9.
           05  FILLER PIC X(54) VALUE SPACES.
       01  REPORT-BLANK-LINE PIC X(132) VALUE SPACES.
       01  ReadingsStatus PIC XX.
       01  SiteMasterStatus PIC XX.
       01  RunParmStatus PIC XX.
       01  ReadingsSwitch PIC X VALUE "N".
           88  NoMoreReadings VALUE "Y".
       01  SiteMasterSwitch PIC X VALUE "N".
           88  NoMoreSiteMaster VALUE "Y".
       01  RunParmSwitch PIC X VALUE "N".
           88  NoMoreRunParm VALUE "Y".
       01  FileErrorSwitch PIC X VALUE "N".
           88  FileError VALUE "Y".
       01  ParmErrorSwitch PIC X VALUE "N".
           88  ParmError VALUE "Y".
       01  SiteFullSwitch PIC X VALUE "N".
           88  SiteTableFull VALUE "Y".
       01  RunDate PIC 9(8).
       01  FromDate PIC 9(8) VALUE 0.
       01  ToDate PIC 9(8) VALUE 0.
       01  DaySpan PIC S9(8) VALUE 0.
       01  SkippedCount PIC 9(9) VALUE 0.
      * One entry per site, in site order, each with the twenty-four
      * hour bands of the day; band 1 is 00-01, band 24 is 23-24.
       01  SiteCount PIC 9(4) VALUE 0.
       01  SiteTable.
           05  SiteEntry OCCURS 200 TIMES.
               10  PFE-SITE PIC X(4).
               10  PFE-PLANT-NAME PIC X(20).
               10  PFE-LIVE PIC X.
                   88  PFE-SITE-LIVE VALUE "Y".
               10  PFE-READINGS PIC 9(9).
               10  PFE-UNTIMED PIC 9(9).
               10  PFE-EMPTY-BANDS PIC 99.
               10  PFE-PEAK-BAND PIC 99.
               10  PFE-BASE-COUNT PIC 9(9).
               10  PFE-BASE-TOTAL PIC S9(11)V9.
               10  PFE-BAND OCCURS 24 TIMES.
                   15  PFB-READINGS PIC 9(9).
                   15  PFB-TOTAL PIC S9(11)V9.
                   15  PFB-MAXIMUM PIC S9(4)V9.
                   15  PFB-AVERAGE PIC S9(4)V9.
       01  SiteX PIC 9(4) VALUE 0.
       01  SiteIndex PIC 9(4) VALUE 0.
       01  WantedSite PIC X(4).
       01  BandX PIC 99 VALUE 0.
       01  BandIndex PIC 99 VALUE 0.
       01  ValueEdit PIC -(5)9.9.
       01  HourBandText.
           05  HBT-FROM-HOUR PIC 99.
           05  FILLER PIC X VALUE "-".
           05  HBT-TO-HOUR PIC 99.
       01  ReportSiteSwitch PIC X VALUE "N".
           88  ReportSite VALUE "Y".
       01  TotalSites PIC 9(4) VALUE 0.
       01  TotalReadings PIC 9(9) VALUE 0.
       01  TotalUntimed PIC 9(9) VALUE 0.
       01  EmptySiteCount PIC 9(4) VALUE 0.
      *
       PROCEDURE DIVISION.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       PERFORM ReadRunParms.
       IF ParmError THEN
           MOVE 16 TO RETURN-CODE
       ELSE
           PERFORM LoadSiteMaster
           PERFORM LoadReadings
           IF FileError THEN
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM FindPeaks
               PERFORM WriteReport
               DISPLAY "LOADPROF: " TotalReadings " READING(S) "
                   FromDate "-" ToDate " - " TotalSites " SITE(S), "
                   TotalUntimed " UNTIMED, " EmptySiteCount
                   " WITH EMPTY BANDS"
               IF TotalReadings = 0 THEN
                   DISPLAY "LOADPROF: NO READINGS ON FILE FOR THE "
                       "PERIOD"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF SiteTableFull THEN
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
       END-IF.
      *
       STOP RUN.

      * FROMDATE (or ASOFDATE, for a single day) opens the period
      * and TODATE closes it; with neither keyed the profile is the
      * run date's.  A period that is malformed, backwards or wider
      * than a year is refused rather than guessed at.

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
           IF FromDate = 0 THEN
               MOVE RunDate TO FromDate
           END-IF
           IF ToDate = 0 THEN
               MOVE FromDate TO ToDate
           END-IF
           IF NOT ParmError THEN
               IF ToDate < FromDate THEN
                   DISPLAY "LOADPROF: TODATE " ToDate
                       " BEFORE FROMDATE " FromDate
                       " - NO PROFILE"
                   SET ParmError TO TRUE
               ELSE
                   COMPUTE DaySpan =
                       FUNCTION INTEGER-OF-DATE(ToDate)
                           - FUNCTION INTEGER-OF-DATE(FromDate) + 1
                   IF DaySpan > 366 THEN
                       DISPLAY "LOADPROF: PERIOD OF " DaySpan
                           " DAYS IS WIDER THAN 366 - NO PROFILE"
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
                   DISPLAY "LOADPROF: BAD " PRM-KEYWORD " VALUE '"
                       PRM-VALUE "' IN RUNPARM"
                   SET ParmError TO TRUE
               END-IF
           END-IF
           IF PRM-KEYWORD = "TODATE  " THEN
               IF PRM-VALUE IS NUMERIC THEN
                   MOVE PRM-VALUE TO ToDate
               ELSE
                   DISPLAY "LOADPROF: BAD TODATE VALUE '" PRM-VALUE
                       "' IN RUNPARM"
                   SET ParmError TO TRUE
               END-IF
           END-IF
           EXIT.

      * Every site on the master starts the table with an empty
      * profile and its plant name, marked when it was live at some
      * point in the period: active, not commissioned after the
      * period and not decommissioned before it began.  A missing
      * site master only costs the plant names and the sites that
      * sent nothing, so it warns without failing the report.

       LoadSiteMaster.
           OPEN INPUT SITE-MASTER
           IF SiteMasterStatus NOT = "00" THEN
               DISPLAY "LOADPROF: SITEMST FILE OPEN FAILED - STATUS "
                   SiteMasterStatus " - SITES WITH NO READINGS NOT "
                   "LISTED"
           ELSE
               PERFORM UNTIL NoMoreSiteMaster
                   READ SITE-MASTER
                       AT END
                           SET NoMoreSiteMaster TO TRUE
                       NOT AT END
                           MOVE SM-SITE-ID TO WantedSite
                           PERFORM FindSiteEntry
                           IF SiteIndex > 0 THEN
                               MOVE SM-PLANT-NAME
                                   TO PFE-PLANT-NAME(SiteIndex)
                               IF SM-ACTIVE
                                       AND SM-COMMISSIONED
                                           NOT > ToDate
                                       AND (SM-DECOMMISSIONED = 0
                                           OR SM-DECOMMISSIONED
                                               > FromDate) THEN
                                   SET PFE-SITE-LIVE(SiteIndex)
                                       TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SITE-MASTER
           END-IF
           EXIT.

       LoadReadings.
           OPEN INPUT READINGS-FILE
           IF ReadingsStatus NOT = "00" THEN
               DISPLAY "LOADPROF: READINGS FILE OPEN FAILED - STATUS "
                   ReadingsStatus
               SET FileError TO TRUE
           ELSE
               MOVE FromDate TO READING-DATE
               MOVE LOW-VALUES TO READING-SITE
               MOVE 0 TO READING-SEQ
               START READINGS-FILE KEY IS > READING-KEY
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
                               PERFORM ProfileReading
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE READINGS-FILE
               IF SiteTableFull THEN
                   DISPLAY "LOADPROF: MORE THAN 200 SITES - "
                       SkippedCount " READING(S) NOT PROFILED"
               END-IF
           END-IF
           EXIT.

      * A reading with no time of reading, or with one that is not
      * a time of day, counts against its site but goes in no band.

       ProfileReading.
           MOVE READING-SITE TO WantedSite
           PERFORM FindSiteEntry
           IF SiteIndex = 0 THEN
               ADD 1 TO SkippedCount
           ELSE
               ADD 1 TO PFE-READINGS(SiteIndex)
               IF READING-HOUR IS NUMERIC
                       AND READING-HOUR < 24 THEN
                   COMPUTE BandIndex = READING-HOUR + 1
                   IF PFB-READINGS(SiteIndex, BandIndex) = 0
                           OR READING-VALUE
                               > PFB-MAXIMUM(SiteIndex, BandIndex)
                           THEN
                       MOVE READING-VALUE
                           TO PFB-MAXIMUM(SiteIndex, BandIndex)
                   END-IF
                   ADD 1 TO PFB-READINGS(SiteIndex, BandIndex)
                   ADD READING-VALUE
                       TO PFB-TOTAL(SiteIndex, BandIndex)
               ELSE
                   ADD 1 TO PFE-UNTIMED(SiteIndex)
               END-IF
           END-IF
           EXIT.

       FindSiteEntry.
           MOVE 0 TO SiteIndex
           PERFORM VARYING SiteX FROM 1 BY 1 UNTIL SiteX > SiteCount
               IF PFE-SITE(SiteX) = WantedSite THEN
                   MOVE SiteX TO SiteIndex
               END-IF
           END-PERFORM
           IF SiteIndex = 0 THEN
               IF SiteCount >= 200 THEN
                   SET SiteTableFull TO TRUE
               ELSE
                   MOVE 1 TO SiteIndex
                   PERFORM VARYING SiteX FROM 1 BY 1
                           UNTIL SiteX > SiteCount
                       IF PFE-SITE(SiteX) < WantedSite THEN
                           COMPUTE SiteIndex = SiteX + 1
                       END-IF
                   END-PERFORM
                   PERFORM VARYING SiteX FROM SiteCount BY -1
                           UNTIL SiteX < SiteIndex
                       MOVE SiteEntry(SiteX) TO SiteEntry(SiteX + 1)
                   END-PERFORM
                   ADD 1 TO SiteCount
                   MOVE WantedSite TO PFE-SITE(SiteIndex)
                   MOVE SPACES TO PFE-PLANT-NAME(SiteIndex)
                   MOVE "N" TO PFE-LIVE(SiteIndex)
                   MOVE 0 TO PFE-READINGS(SiteIndex)
                   MOVE 0 TO PFE-UNTIMED(SiteIndex)
                   PERFORM VARYING BandX FROM 1 BY 1 UNTIL BandX > 24
                       MOVE 0 TO PFB-READINGS(SiteIndex, BandX)
                       MOVE 0 TO PFB-TOTAL(SiteIndex, BandX)
                       MOVE 0 TO PFB-MAXIMUM(SiteIndex, BandX)
                       MOVE 0 TO PFB-AVERAGE(SiteIndex, BandX)
                   END-PERFORM
               END-IF
           END-IF
           EXIT.

      * The peak hour is the band with the highest average reading,
      * the earlier band on a tie; the overnight base load is the
      * average of every reading taken from 00:00 to 05:59.

       FindPeaks.
           PERFORM VARYING SiteX FROM 1 BY 1 UNTIL SiteX > SiteCount
               MOVE 0 TO PFE-PEAK-BAND(SiteX)
               MOVE 0 TO PFE-EMPTY-BANDS(SiteX)
               MOVE 0 TO PFE-BASE-COUNT(SiteX)
               MOVE 0 TO PFE-BASE-TOTAL(SiteX)
               PERFORM VARYING BandX FROM 1 BY 1 UNTIL BandX > 24
                   IF PFB-READINGS(SiteX, BandX) = 0 THEN
                       ADD 1 TO PFE-EMPTY-BANDS(SiteX)
                   ELSE
                       COMPUTE PFB-AVERAGE(SiteX, BandX) ROUNDED =
                           PFB-TOTAL(SiteX, BandX)
                               / PFB-READINGS(SiteX, BandX)
                       IF PFE-PEAK-BAND(SiteX) = 0 THEN
                           MOVE BandX TO PFE-PEAK-BAND(SiteX)
                       ELSE
                           MOVE PFE-PEAK-BAND(SiteX) TO BandIndex
                           IF PFB-AVERAGE(SiteX, BandX)
                                   > PFB-AVERAGE(SiteX, BandIndex)
                                   THEN
                               MOVE BandX TO PFE-PEAK-BAND(SiteX)
                           END-IF
                       END-IF
                       IF BandX NOT > 6 THEN
                           ADD PFB-READINGS(SiteX, BandX)
                               TO PFE-BASE-COUNT(SiteX)
                           ADD PFB-TOTAL(SiteX, BandX)
                               TO PFE-BASE-TOTAL(SiteX)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.

       WriteReport.
           OPEN OUTPUT REPORT-FILE
           MOVE FromDate TO PT-FROM-DATE
           MOVE ToDate TO PT-TO-DATE
           MOVE RunDate TO PT-RUN-DATE
           WRITE REPORT-LINE FROM REPORT-TITLE-LINE
           PERFORM VARYING SiteX FROM 1 BY 1 UNTIL SiteX > SiteCount
               PERFORM CheckSiteReported
               IF ReportSite THEN
                   PERFORM WriteSiteProfile
               END-IF
           END-PERFORM
           WRITE REPORT-LINE FROM REPORT-BLANK-LINE
           MOVE TotalSites TO PR-SITES
           MOVE TotalReadings TO PR-READINGS
           MOVE TotalUntimed TO PR-UNTIMED
           MOVE EmptySiteCount TO PR-EMPTY-SITES
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
           PERFORM WritePlantPeaks
           CLOSE REPORT-FILE
           EXIT.

      * A site is reported when it has readings in the period or
      * was live on the master at some point in it.

       CheckSiteReported.
           MOVE "N" TO ReportSiteSwitch
           IF PFE-READINGS(SiteX) > 0 OR PFE-SITE-LIVE(SiteX) THEN
               SET ReportSite TO TRUE
           END-IF
           EXIT.

       WriteSiteProfile.
           ADD 1 TO TotalSites
           ADD PFE-READINGS(SiteX) TO TotalReadings
           ADD PFE-UNTIMED(SiteX) TO TotalUntimed
           IF PFE-EMPTY-BANDS(SiteX) > 0 THEN
               ADD 1 TO EmptySiteCount
           END-IF
           WRITE REPORT-LINE FROM REPORT-BLANK-LINE
           MOVE PFE-SITE(SiteX) TO PS-SITE
           MOVE PFE-PLANT-NAME(SiteX) TO PS-PLANT
           MOVE PFE-READINGS(SiteX) TO PS-READINGS
           COMPUTE PS-TIMED = PFE-READINGS(SiteX) - PFE-UNTIMED(SiteX)
           MOVE PFE-UNTIMED(SiteX) TO PS-UNTIMED
           WRITE REPORT-LINE FROM REPORT-SITE-LINE
           IF PFE-READINGS(SiteX) = 0 THEN
               WRITE REPORT-LINE FROM REPORT-NO-READINGS-LINE
           ELSE
               IF PFE-PEAK-BAND(SiteX) = 0 THEN
                   WRITE REPORT-LINE FROM REPORT-UNTIMED-LINE
               ELSE
                   WRITE REPORT-LINE FROM REPORT-BAND-HEADING
                   PERFORM VARYING BandX FROM 1 BY 1 UNTIL BandX > 24
                       PERFORM WriteBandLine
                   END-PERFORM
                   PERFORM SetPeakFields
                   WRITE REPORT-LINE FROM REPORT-PEAK-LINE
               END-IF
           END-IF
           EXIT.

       WriteBandLine.
           COMPUTE PB-FROM-HOUR = BandX - 1
           MOVE BandX TO PB-TO-HOUR
           MOVE PFB-READINGS(SiteX, BandX) TO PB-READINGS
           MOVE PFB-TOTAL(SiteX, BandX) TO PB-TOTAL
           IF PFB-READINGS(SiteX, BandX) = 0 THEN
               MOVE SPACES TO PB-AVERAGE
               MOVE SPACES TO PB-MAXIMUM
               MOVE "NO READINGS " TO PB-NOTE
           ELSE
               MOVE PFB-AVERAGE(SiteX, BandX) TO ValueEdit
               MOVE ValueEdit TO PB-AVERAGE
               MOVE PFB-MAXIMUM(SiteX, BandX) TO ValueEdit
               MOVE ValueEdit TO PB-MAXIMUM
               IF BandX = PFE-PEAK-BAND(SiteX) THEN
                   MOVE "PEAK HOUR   " TO PB-NOTE
               ELSE
                   MOVE SPACES TO PB-NOTE
               END-IF
           END-IF
           WRITE REPORT-LINE FROM REPORT-BAND-LINE
           EXIT.

      * Shared by the site's own peak line and its line in the
      * plant summary.

       SetPeakFields.
           MOVE PFE-PEAK-BAND(SiteX) TO BandIndex
           COMPUTE HBT-FROM-HOUR = BandIndex - 1
           MOVE BandIndex TO HBT-TO-HOUR
           MOVE HourBandText TO PP-PEAK-HOUR
           MOVE PFB-AVERAGE(SiteX, BandIndex) TO ValueEdit
           MOVE ValueEdit TO PP-PEAK-AVERAGE
           IF PFE-BASE-COUNT(SiteX) = 0 THEN
               MOVE "    NONE" TO PP-BASE-LOAD
           ELSE
               COMPUTE ValueEdit ROUNDED =
                   PFE-BASE-TOTAL(SiteX) / PFE-BASE-COUNT(SiteX)
               MOVE ValueEdit TO PP-BASE-LOAD
           END-IF
           MOVE PFE-EMPTY-BANDS(SiteX) TO PP-EMPTY-BANDS
           EXIT.

      * One line per plant reported, for operations planning: the
      * peak hour with its average and largest reading, against
      * the overnight base load.

       WritePlantPeaks.
           WRITE REPORT-LINE FROM REPORT-BLANK-LINE
           MOVE FromDate TO PPT-FROM-DATE
           MOVE ToDate TO PPT-TO-DATE
           WRITE REPORT-LINE FROM REPORT-PLANT-TITLE
           WRITE REPORT-LINE FROM REPORT-PLANT-HEADING
           PERFORM VARYING SiteX FROM 1 BY 1 UNTIL SiteX > SiteCount
               PERFORM CheckSiteReported
               IF ReportSite THEN
                   PERFORM WritePlantLine
               END-IF
           END-PERFORM
           EXIT.

       WritePlantLine.
           MOVE PFE-SITE(SiteX) TO PM-SITE
           MOVE PFE-PLANT-NAME(SiteX) TO PM-PLANT
           MOVE PFE-READINGS(SiteX) TO PM-READINGS
           MOVE PFE-EMPTY-BANDS(SiteX) TO PM-EMPTY-BANDS
           IF PFE-PEAK-BAND(SiteX) = 0 THEN
               MOVE "NONE " TO PM-PEAK-HOUR
               MOVE SPACES TO PM-PEAK-AVERAGE
               MOVE SPACES TO PM-PEAK-MAXIMUM
               MOVE SPACES TO PM-BASE-LOAD
           ELSE
               PERFORM SetPeakFields
               MOVE PP-PEAK-HOUR TO PM-PEAK-HOUR
               MOVE PP-PEAK-AVERAGE TO PM-PEAK-AVERAGE
               MOVE PFB-MAXIMUM(SiteX, BandIndex) TO ValueEdit
               MOVE ValueEdit TO PM-PEAK-MAXIMUM
               MOVE PP-BASE-LOAD TO PM-BASE-LOAD
           END-IF
           WRITE REPORT-LINE FROM REPORT-PLANT-LINE
           EXIT.

       END PROGRAM LOAD-PROFILE.
