       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HISTORY-INQUIRY.
      *
      * Pseudo-conversational CICS transaction (HSTQ) that answers
      * a plant's call about its numbers on the spot.  The operator
      * keys a site id and a starting date (the last eight days to
      * today when no date is keyed) and sees eight consecutive
      * days of that site's MAXHIST statistics - max, min, count,
      * average - one line a day, a day with no statistics saying
      * so; PF8 and PF7 page forward and back eight days.  Keying a
      * line number drills down to that day's individual readings
      * from READINGS, eight to a page, PF8/PF7 paging through the
      * sequences and PF3 returning to the days.  Each reading
      * shows its calibrated value with the raw meter value beside
      * it, the two differing wherever READINGS-LOAD applied a
      * calibration or a correction replaced it.  A reading with a
      * line on the exception report is marked with its reason and
      * status (the latest line for the reading when there is more
      * than one).  A day whose statistics show readings but whose
      * readings are no longer on the live file has been moved off
      * by READINGS-ARCHIVE, and the screen says so and points at
      * READINGS-RESTORE rather than showing an empty day.  The
      * site, the first day on the page and the drill-down position
      * ride in the commarea between sends, the same shape as
      * RESULT-INQUIRY and EXCEPTION-ENTRY.  Read-only throughout.
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY HSTMAP.
       COPY MAXHIST.
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
       01  EXCEPTION-LINE.
           05  EXC-DATE PIC 9(8).
           05  EXC-SITE PIC X(4).
           05  EXC-SEQUENCE PIC 9(4).
           05  EXC-VALUE PIC S9(4)V9.
           05  EXC-REASON PIC X(4).
           05  EXC-STATUS PIC X(8).
       01  COMM-AREA.
           05  CA-MODE PIC X VALUE SPACE.
               88  CA-DAYS VALUE "H".
               88  CA-READINGS VALUE "D".
           05  CA-SITE PIC X(4) VALUE SPACES.
           05  CA-START-DATE PIC 9(8) VALUE 0.
           05  CA-ROW-COUNT PIC 9 VALUE 0.
           05  CA-ROW-DATE PIC 9(8) OCCURS 8 TIMES.
           05  CA-DETAIL-DATE PIC 9(8) VALUE 0.
           05  CA-FIRST-SEQ PIC 9(4) VALUE 0.
           05  CA-NEXT-SEQ PIC 9(4) VALUE 0.
           05  CA-MORE PIC X VALUE "N".
               88  CA-MORE-READINGS VALUE "Y".
       01  DAY-HEADER-LINE.
           05  FILLER PIC X(5) VALUE "SITE ".
           05  DH-SITE PIC X(4).
           05  FILLER PIC X(29)
               VALUE "  DAILY STATISTICS FROM DATE ".
           05  DH-DATE PIC 9(8).
           05  FILLER PIC X(18) VALUE SPACES.
       01  READING-HEADER-LINE.
           05  FILLER PIC X(5) VALUE "SITE ".
           05  RH-SITE PIC X(4).
           05  FILLER PIC X(15) VALUE "  READINGS FOR ".
           05  RH-DATE PIC 9(8).
           05  FILLER PIC X(6) VALUE "  MAX ".
           05  RH-MAX PIC -ZZZ9.9.
           05  FILLER PIC X(8) VALUE "  COUNT ".
           05  RH-COUNT PIC ZZZZZZZ9.
           05  FILLER PIC X(3) VALUE SPACES.
       01  DAY-ROW-LINE.
           05  DR-SEL-NO PIC 9.
           05  FILLER PIC X VALUE SPACE.
           05  DR-DATE PIC 9(8).
           05  FILLER PIC X(5) VALUE " MAX ".
           05  DR-MAX PIC -ZZZ9.9.
           05  FILLER PIC X(5) VALUE " MIN ".
           05  DR-MIN PIC -ZZZ9.9.
           05  FILLER PIC X(5) VALUE " CNT ".
           05  DR-COUNT PIC ZZZZZZZ9.
           05  FILLER PIC X(5) VALUE " AVG ".
           05  DR-AVERAGE PIC -ZZZZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
       01  DAY-EMPTY-LINE.
           05  DE-SEL-NO PIC 9.
           05  FILLER PIC X VALUE SPACE.
           05  DE-DATE PIC 9(8).
           05  FILLER PIC X(54)
               VALUE " NO STATISTICS ON MAXHIST FOR THIS DAY".
       01  READING-ROW-LINE.
           05  FILLER PIC X(4) VALUE "SEQ ".
           05  RR-SEQ PIC 9(4).
           05  FILLER PIC X(8) VALUE "  VALUE ".
           05  RR-VALUE PIC -ZZZ9.9.
           05  FILLER PIC X(6) VALUE "  RAW ".
           05  RR-RAW-VALUE PIC -ZZZ9.9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  RR-NOTE.
               10  RR-EXC-LABEL PIC X(10).
               10  RR-REASON PIC X(4).
               10  FILLER PIC X VALUE SPACE.
               10  RR-STATUS PIC X(8).
           05  FILLER PIC X(3) VALUE SPACES.
       01  DayRows.
           05  DayRow OCCURS 8 TIMES.
               10  DYR-FOUND PIC X.
                   88  DYR-ON-FILE VALUE "Y".
               10  DYR-MAX PIC S9(4)V9.
               10  DYR-MIN PIC S9(4)V9.
               10  DYR-COUNT PIC 9(8).
               10  DYR-AVERAGE PIC S9(6)V99.
       01  ReadingRows.
           05  ReadingRow OCCURS 8 TIMES.
               10  RGR-SEQ PIC 9(4).
               10  RGR-VALUE PIC S9(4)V9.
               10  RGR-RAW-VALUE PIC S9(4)V9.
               10  RGR-REASON PIC X(4).
               10  RGR-STATUS PIC X(8).
       01  ReadingRowCount PIC 9 VALUE 0.
       01  RowX PIC 9 VALUE 0.
       01  RowText PIC X(64) VALUE SPACES.
       01  RespCode PIC S9(8) COMP VALUE 0.
       01  AbsTime PIC S9(15) COMP-3 VALUE 0.
       01  TodayDate PIC 9(8) VALUE 0.
       01  BrowseRba PIC S9(8) COMP VALUE 0.
       01  ExcLength PIC S9(4) COMP VALUE 33.
       01  RdgLength PIC S9(4) COMP VALUE 41.
       01  MhLength PIC S9(4) COMP VALUE 48.
       01  BrowseSwitch PIC X VALUE "N".
           88  BrowseDone VALUE "Y".
       01  DayStatSwitch PIC X VALUE "N".
           88  DayStatsFound VALUE "Y".
       01  DayMax PIC S9(4)V9 VALUE 0.
       01  DayCount PIC 9(8) VALUE 0.
       01  SelNumber PIC 9 VALUE 0.
       01  BackCount PIC 9 VALUE 0.
       01  NewFirstSeq PIC 9(4) VALUE 0.
       01  CheckDate PIC 9(8).
       01  CheckDateParts REDEFINES CheckDate.
           05  CD-YEAR PIC 9(4).
           05  CD-MONTH PIC 9(2).
           05  CD-DAY PIC 9(2).
       01  DateSwitch PIC X.
           88  BadDate VALUE "Y".
       01  MonthDays PIC 9(2).
       01  LeapQ PIC 9(4).
       01  LeapR PIC 9(4).
       01  LeapSwitch PIC X.
           88  LeapYear VALUE "Y".
       01  PageMessage PIC X(40) VALUE SPACES.
       LINKAGE SECTION.
       01  DFHCOMMAREA PIC X(95).
      *
       PROCEDURE DIVISION.
       IF EIBCALEN = 0 THEN
           MOVE "KEY SITE AND START DATE, PRESS ENTER"
               TO PageMessage
           PERFORM SendPage
       ELSE
           MOVE DFHCOMMAREA(1:95) TO COMM-AREA
           IF EIBAID = "8" THEN
               PERFORM PageForward
           ELSE
               IF EIBAID = "7" THEN
                   PERFORM PageBack
               ELSE
                   IF EIBAID = "3" THEN
                       PERFORM ReturnToDays
                   ELSE
                       PERFORM ReceiveEntry
                       PERFORM ApplyEntry
                   END-IF
               END-IF
           END-IF
           PERFORM SendPage
       END-IF
       EXEC CICS
           RETURN TRANSID("HSTQ") COMMAREA(COMM-AREA)
               LENGTH(95)
       END-EXEC
       GOBACK.

       ReceiveEntry.
           EXEC CICS
               RECEIVE MAP("HSTQMAP") MAPSET("HSTQSET")
                   INTO(HSTQMAPI) RESP(RespCode)
           END-EXEC
           EXIT.

      * A line number on the days page drills down; a site or date
      * keyed starts a fresh page of days; plain ENTER redisplays
      * the page on screen.

       ApplyEntry.
           IF HSTQSELL > 0 THEN
               PERFORM SelectDay
           ELSE
               IF HSTQSITL > 0 OR HSTQDATL > 0 THEN
                   PERFORM StartDays
               ELSE
                   PERFORM LoadCurrentPage
               END-IF
           END-IF
           EXIT.

       SelectDay.
           IF NOT CA-DAYS THEN
               MOVE "PF3 FOR THE DAYS, THEN KEY A LINE NUMBER"
                   TO PageMessage
               PERFORM LoadCurrentPage
           ELSE
               IF HSTQSELI IS NOT NUMERIC THEN
                   MOVE "LINE NUMBER MUST BE 1-8" TO PageMessage
                   PERFORM LoadCurrentPage
               ELSE
                   MOVE HSTQSELI TO SelNumber
                   IF SelNumber < 1 OR SelNumber > CA-ROW-COUNT THEN
                       MOVE "LINE NUMBER NOT ON THIS PAGE"
                           TO PageMessage
                       PERFORM LoadCurrentPage
                   ELSE
                       MOVE CA-ROW-DATE(SelNumber) TO CA-DETAIL-DATE
                       MOVE 0 TO CA-FIRST-SEQ
                       PERFORM LoadReadingsPage
                   END-IF
               END-IF
           END-IF
           EXIT.

       StartDays.
           IF HSTQSITL > 0 THEN
               MOVE HSTQSITI TO CA-SITE
           END-IF
           IF CA-SITE = SPACES OR CA-SITE = LOW-VALUES THEN
               MOVE SPACES TO CA-SITE
               MOVE SPACE TO CA-MODE
               MOVE "KEY A SITE ID" TO PageMessage
           ELSE
               IF HSTQDATL > 0 THEN
                   MOVE "N" TO DateSwitch
                   IF HSTQDATI IS NOT NUMERIC THEN
                       SET BadDate TO TRUE
                   ELSE
                       MOVE HSTQDATI TO CheckDate
                       PERFORM ValidateDate
                   END-IF
                   IF BadDate THEN
                       MOVE "START DATE MUST BE A REAL YYYYMMDD DATE"
                           TO PageMessage
                       MOVE SPACE TO CA-MODE
                   ELSE
                       MOVE CheckDate TO CA-START-DATE
                       PERFORM LoadDaysPage
                   END-IF
               ELSE
                   PERFORM GetToday
                   COMPUTE CA-START-DATE =
                       FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE(TodayDate) - 7)
                   PERFORM LoadDaysPage
               END-IF
           END-IF
           EXIT.

       PageForward.
           IF CA-SITE = SPACES OR CA-START-DATE = 0 THEN
               MOVE "KEY SITE AND START DATE, PRESS ENTER"
                   TO PageMessage
           ELSE
               IF CA-READINGS THEN
                   IF CA-MORE-READINGS THEN
                       MOVE CA-NEXT-SEQ TO CA-FIRST-SEQ
                   ELSE
                       MOVE "LAST PAGE OF READINGS FOR THE DAY"
                           TO PageMessage
                   END-IF
                   PERFORM LoadReadingsPage
               ELSE
                   COMPUTE CA-START-DATE =
                       FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE(CA-START-DATE)
                               + 8)
                   PERFORM LoadDaysPage
               END-IF
           END-IF
           EXIT.

       PageBack.
           IF CA-SITE = SPACES OR CA-START-DATE = 0 THEN
               MOVE "KEY SITE AND START DATE, PRESS ENTER"
                   TO PageMessage
           ELSE
               IF CA-READINGS THEN
                   PERFORM FindPreviousReadings
                   PERFORM LoadReadingsPage
               ELSE
                   COMPUTE CA-START-DATE =
                       FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE(CA-START-DATE)
                               - 8)
                   PERFORM LoadDaysPage
               END-IF
           END-IF
           EXIT.

       ReturnToDays.
           IF CA-SITE = SPACES OR CA-START-DATE = 0 THEN
               MOVE "KEY SITE AND START DATE, PRESS ENTER"
                   TO PageMessage
           ELSE
               PERFORM LoadDaysPage
           END-IF
           EXIT.

       LoadCurrentPage.
           IF CA-READINGS THEN
               PERFORM LoadReadingsPage
           ELSE
               IF CA-DAYS THEN
                   PERFORM LoadDaysPage
               END-IF
           END-IF
           EXIT.

      * Eight consecutive days from the start date, one keyed read
      * of MAXHIST each, so a day with no statistics shows as such
      * instead of closing up the gap.

       LoadDaysPage.
           SET CA-DAYS TO TRUE
           MOVE 8 TO CA-ROW-COUNT
           PERFORM VARYING RowX FROM 1 BY 1 UNTIL RowX > 8
               COMPUTE CA-ROW-DATE(RowX) =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(CA-START-DATE)
                           + RowX - 1)
               MOVE CA-ROW-DATE(RowX) TO MH-DATE
               MOVE CA-SITE TO MH-SITE
               MOVE 48 TO MhLength
               EXEC CICS
                   READ DATASET("MAXHIST") INTO(MAXHIST-RECORD)
                       RIDFLD(MH-KEY) LENGTH(MhLength)
                       RESP(RespCode)
               END-EXEC
               IF RespCode = DFHRESP(NORMAL) THEN
                   SET DYR-ON-FILE(RowX) TO TRUE
                   MOVE MH-MAX TO DYR-MAX(RowX)
                   MOVE MH-MIN TO DYR-MIN(RowX)
                   MOVE MH-COUNT TO DYR-COUNT(RowX)
                   MOVE MH-AVERAGE TO DYR-AVERAGE(RowX)
               ELSE
                   MOVE "N" TO DYR-FOUND(RowX)
               END-IF
           END-PERFORM
           IF PageMessage = SPACES THEN
               MOVE "PF7/PF8 PAGE - KEY LINE NO. FOR READINGS"
                   TO PageMessage
           END-IF
           EXIT.

      * Up to eight readings for the site and day from the first
      * sequence on the page; a ninth one found means there is a
      * further page and where it starts.

       LoadReadingsPage.
           SET CA-READINGS TO TRUE
           MOVE 0 TO ReadingRowCount
           MOVE "N" TO CA-MORE
           PERFORM ReadDayStatistics
           MOVE CA-DETAIL-DATE TO READING-DATE
           MOVE CA-SITE TO READING-SITE
           MOVE CA-FIRST-SEQ TO READING-SEQ
           MOVE "N" TO BrowseSwitch
           EXEC CICS
               STARTBR DATASET("READINGS") RIDFLD(READING-KEY)
                   GTEQ RESP(RespCode)
           END-EXEC
           IF RespCode = DFHRESP(NORMAL) THEN
               PERFORM UNTIL BrowseDone
                   MOVE 41 TO RdgLength
                   EXEC CICS
                       READNEXT DATASET("READINGS")
                           INTO(READING-RECORD) LENGTH(RdgLength)
                           RIDFLD(READING-KEY) RESP(RespCode)
                   END-EXEC
                   IF RespCode NOT = DFHRESP(NORMAL)
                           OR READING-DATE NOT = CA-DETAIL-DATE
                           OR READING-SITE NOT = CA-SITE THEN
                       SET BrowseDone TO TRUE
                   ELSE
                       IF ReadingRowCount < 8 THEN
                           ADD 1 TO ReadingRowCount
                           MOVE READING-SEQ
                               TO RGR-SEQ(ReadingRowCount)
                           MOVE READING-VALUE
                               TO RGR-VALUE(ReadingRowCount)
                           MOVE READING-RAW-VALUE
                               TO RGR-RAW-VALUE(ReadingRowCount)
                           MOVE SPACES TO RGR-REASON(ReadingRowCount)
                           MOVE SPACES TO RGR-STATUS(ReadingRowCount)
                       ELSE
                           SET CA-MORE-READINGS TO TRUE
                           MOVE READING-SEQ TO CA-NEXT-SEQ
                           SET BrowseDone TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR DATASET("READINGS")
               END-EXEC
           END-IF
           IF ReadingRowCount > 0 THEN
               PERFORM MarkExceptions
               IF PageMessage = SPACES THEN
                   MOVE "PF7/PF8 PAGE READINGS - PF3 FOR THE DAYS"
                       TO PageMessage
               END-IF
           ELSE
               IF DayStatsFound AND DayCount > 0 THEN
                   MOVE "DAY ARCHIVED - RDGREST TO RESTORE"
                       TO PageMessage
               ELSE
                   MOVE "NO READINGS FOR THIS SITE AND DAY"
                       TO PageMessage
               END-IF
           END-IF
           EXIT.

       ReadDayStatistics.
           MOVE "N" TO DayStatSwitch
           MOVE 0 TO DayMax
           MOVE 0 TO DayCount
           MOVE CA-DETAIL-DATE TO MH-DATE
           MOVE CA-SITE TO MH-SITE
           MOVE 48 TO MhLength
           EXEC CICS
               READ DATASET("MAXHIST") INTO(MAXHIST-RECORD)
                   RIDFLD(MH-KEY) LENGTH(MhLength) RESP(RespCode)
           END-EXEC
           IF RespCode = DFHRESP(NORMAL) THEN
               SET DayStatsFound TO TRUE
               MOVE MH-MAX TO DayMax
               MOVE MH-COUNT TO DayCount
           END-IF
           EXIT.

      * Walk back from the first reading on the page; the eighth
      * reading before it, or the first of the day, starts the
      * previous page.  Nothing before it means this is the first.

       FindPreviousReadings.
           MOVE 0 TO BackCount
           MOVE CA-FIRST-SEQ TO NewFirstSeq
           MOVE CA-DETAIL-DATE TO READING-DATE
           MOVE CA-SITE TO READING-SITE
           MOVE CA-FIRST-SEQ TO READING-SEQ
           MOVE "N" TO BrowseSwitch
           EXEC CICS
               STARTBR DATASET("READINGS") RIDFLD(READING-KEY)
                   GTEQ RESP(RespCode)
           END-EXEC
           IF RespCode = DFHRESP(NORMAL) THEN
               PERFORM UNTIL BrowseDone
                   MOVE 41 TO RdgLength
                   EXEC CICS
                       READPREV DATASET("READINGS")
                           INTO(READING-RECORD) LENGTH(RdgLength)
                           RIDFLD(READING-KEY) RESP(RespCode)
                   END-EXEC
                   IF RespCode NOT = DFHRESP(NORMAL)
                           OR READING-DATE NOT = CA-DETAIL-DATE
                           OR READING-SITE NOT = CA-SITE THEN
                       SET BrowseDone TO TRUE
                   ELSE
                       IF READING-SEQ < CA-FIRST-SEQ THEN
                           ADD 1 TO BackCount
                           MOVE READING-SEQ TO NewFirstSeq
                           IF BackCount = 8 THEN
                               SET BrowseDone TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR DATASET("READINGS")
               END-EXEC
           END-IF
           IF BackCount = 0 THEN
               MOVE "FIRST PAGE OF READINGS FOR THE DAY"
                   TO PageMessage
           ELSE
               MOVE NewFirstSeq TO CA-FIRST-SEQ
           END-IF
           EXIT.

      * One pass over the exception report for the readings on the
      * page; the report is appended in time order, so the last
      * line found for a reading is its current state.

       MarkExceptions.
           MOVE 0 TO BrowseRba
           MOVE "N" TO BrowseSwitch
           EXEC CICS
               STARTBR DATASET("EXCPRPT") RIDFLD(BrowseRba) RBA
                   RESP(RespCode)
           END-EXEC
           IF RespCode = DFHRESP(NORMAL) THEN
               PERFORM UNTIL BrowseDone
                   MOVE 33 TO ExcLength
                   EXEC CICS
                       READNEXT DATASET("EXCPRPT")
                           INTO(EXCEPTION-LINE) LENGTH(ExcLength)
                           RIDFLD(BrowseRba) RBA RESP(RespCode)
                   END-EXEC
                   IF RespCode NOT = DFHRESP(NORMAL) THEN
                       SET BrowseDone TO TRUE
                   ELSE
                       IF EXC-DATE = CA-DETAIL-DATE
                               AND EXC-SITE = CA-SITE THEN
                           PERFORM MatchExceptionLine
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR DATASET("EXCPRPT")
               END-EXEC
           END-IF
           EXIT.

       MatchExceptionLine.
           PERFORM VARYING RowX FROM 1 BY 1
                   UNTIL RowX > ReadingRowCount
               IF RGR-SEQ(RowX) = EXC-SEQUENCE THEN
                   MOVE EXC-REASON TO RGR-REASON(RowX)
                   MOVE EXC-STATUS TO RGR-STATUS(RowX)
               END-IF
           END-PERFORM
           EXIT.

       GetToday.
           EXEC CICS
               ASKTIME ABSTIME(AbsTime)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(AbsTime) YYYYMMDD(TodayDate)
           END-EXEC
           EXIT.

       ValidateDate.
           MOVE "N" TO DateSwitch
           IF CD-YEAR < 1900 OR CD-MONTH < 1 OR CD-MONTH > 12 THEN
               SET BadDate TO TRUE
           ELSE
               MOVE 31 TO MonthDays
               IF CD-MONTH = 4 OR CD-MONTH = 6
                       OR CD-MONTH = 9 OR CD-MONTH = 11 THEN
                   MOVE 30 TO MonthDays
               END-IF
               IF CD-MONTH = 2 THEN
                   PERFORM CheckLeapYear
                   IF LeapYear THEN
                       MOVE 29 TO MonthDays
                   ELSE
                       MOVE 28 TO MonthDays
                   END-IF
               END-IF
               IF CD-DAY < 1 OR CD-DAY > MonthDays THEN
                   SET BadDate TO TRUE
               END-IF
           END-IF
           EXIT.

       CheckLeapYear.
           MOVE "N" TO LeapSwitch
           DIVIDE CD-YEAR BY 4 GIVING LeapQ REMAINDER LeapR
           IF LeapR = 0 THEN
               SET LeapYear TO TRUE
               DIVIDE CD-YEAR BY 100 GIVING LeapQ REMAINDER LeapR
               IF LeapR = 0 THEN
                   MOVE "N" TO LeapSwitch
                   DIVIDE CD-YEAR BY 400
                       GIVING LeapQ REMAINDER LeapR
                   IF LeapR = 0 THEN
                       SET LeapYear TO TRUE
                   END-IF
               END-IF
           END-IF
           EXIT.

       SendPage.
           MOVE SPACES TO HSTQMAPO
           MOVE CA-SITE TO HSTQSITO
           IF CA-DAYS THEN
               MOVE CA-START-DATE TO HSTQDATO
               MOVE CA-SITE TO DH-SITE
               MOVE CA-START-DATE TO DH-DATE
               MOVE DAY-HEADER-LINE TO HSTQHDRO
               PERFORM VARYING RowX FROM 1 BY 1 UNTIL RowX > 8
                   PERFORM BuildDayRow
                   PERFORM MoveRowToMap
               END-PERFORM
           END-IF
           IF CA-READINGS THEN
               MOVE CA-DETAIL-DATE TO HSTQDATO
               MOVE CA-SITE TO RH-SITE
               MOVE CA-DETAIL-DATE TO RH-DATE
               MOVE DayMax TO RH-MAX
               MOVE DayCount TO RH-COUNT
               MOVE READING-HEADER-LINE TO HSTQHDRO
               PERFORM VARYING RowX FROM 1 BY 1
                       UNTIL RowX > ReadingRowCount
                   PERFORM BuildReadingRow
                   PERFORM MoveRowToMap
               END-PERFORM
           END-IF
           MOVE PageMessage TO HSTQMSGO
           EXEC CICS
               SEND MAP("HSTQMAP") MAPSET("HSTQSET")
                   FROM(HSTQMAPO) ERASE
           END-EXEC
           EXIT.

       BuildDayRow.
           IF DYR-ON-FILE(RowX) THEN
               MOVE RowX TO DR-SEL-NO
               MOVE CA-ROW-DATE(RowX) TO DR-DATE
               MOVE DYR-MAX(RowX) TO DR-MAX
               MOVE DYR-MIN(RowX) TO DR-MIN
               MOVE DYR-COUNT(RowX) TO DR-COUNT
               MOVE DYR-AVERAGE(RowX) TO DR-AVERAGE
               MOVE DAY-ROW-LINE TO RowText
           ELSE
               MOVE RowX TO DE-SEL-NO
               MOVE CA-ROW-DATE(RowX) TO DE-DATE
               MOVE DAY-EMPTY-LINE TO RowText
           END-IF
           EXIT.

       BuildReadingRow.
           MOVE RGR-SEQ(RowX) TO RR-SEQ
           MOVE RGR-VALUE(RowX) TO RR-VALUE
           MOVE RGR-RAW-VALUE(RowX) TO RR-RAW-VALUE
           IF RGR-REASON(RowX) = SPACES THEN
               MOVE SPACES TO RR-NOTE
           ELSE
               MOVE "EXCEPTION " TO RR-EXC-LABEL
               MOVE RGR-REASON(RowX) TO RR-REASON
               MOVE RGR-STATUS(RowX) TO RR-STATUS
           END-IF
           MOVE READING-ROW-LINE TO RowText
           EXIT.

       MoveRowToMap.
           IF RowX = 1 THEN
               MOVE RowText TO HSTQL1O
           END-IF
           IF RowX = 2 THEN
               MOVE RowText TO HSTQL2O
           END-IF
           IF RowX = 3 THEN
               MOVE RowText TO HSTQL3O
           END-IF
           IF RowX = 4 THEN
               MOVE RowText TO HSTQL4O
           END-IF
           IF RowX = 5 THEN
               MOVE RowText TO HSTQL5O
           END-IF
           IF RowX = 6 THEN
               MOVE RowText TO HSTQL6O
           END-IF
           IF RowX = 7 THEN
               MOVE RowText TO HSTQL7O
           END-IF
           IF RowX = 8 THEN
               MOVE RowText TO HSTQL8O
           END-IF
           EXIT.

       END PROGRAM HISTORY-INQUIRY.
