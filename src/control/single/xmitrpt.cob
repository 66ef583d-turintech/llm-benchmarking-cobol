       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TRANSMISSION-REPORT.
      *
      * Timeliness and quality of the metering side's transmissions,
      * for the service review with the metering team.  Every batch
      * READINGS-LOAD judged in the period is taken from the BATCHLOG
      * register and set against the expected-arrival schedule held
      * as XMITSCHD records on CTLPARM: each delivery the metering
      * side owes on a day (effective-dated, the latest record per
      * delivery not after the day in force; business days only
      * when MODULUS is 1, the CALENDAR file saying which days are
      * not) has a window opening and a deadline.  A batch belongs
      * to the last delivery whose window had opened when it
      * arrived (the first, when it came before any) and is LATE
      * when it arrived after that delivery's deadline; a second
      * batch for a delivery already met is UNSCHEDULED, and a
      * delivery no batch met is listed MISSING.  A retransmission
      * skipped whole meets no delivery, nor does it count late.
      * Each batch is listed with what became of it, the records it
      * carried, loaded and rejected, its reject rate, the reading
      * dates it covered and its readings for days already published
      * when it arrived; rejects are broken down by reason beneath
      * it, and a batch not accepted carries its fault and trailer
      * count.  Totals for the period close the report.  The period
      * is the week ending the day before the run date (PERIOD WEEK,
      * the default) or the calendar month before it (PERIOD MONTH),
      * ASOFDATE on RUNPARM standing in for the run date.  With no
      * schedule on CTLPARM the batches are still listed but no
      * delivery is judged.  A register that cannot be read ends
      * the run with return code 16; a period with no batches and
      * nothing expected ends it with 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-LOG ASSIGN TO "BATCHLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BatchLogStatus.
           SELECT CONTROL-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ControlStatus.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CalendarStatus.
           SELECT RUNPARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RunParmStatus.
           SELECT REPORT-FILE ASSIGN TO "XMITRPT"
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-LOG.
       COPY BATCHLOG.
       FD  CONTROL-FILE.
       COPY CTLPARM.
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-DATE PIC 9(8).
           05  CAL-TYPE PIC X(8).
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           05  PRM-KEYWORD PIC X(8).
           05  PRM-VALUE PIC X(8).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  REPORT-TITLE-LINE.
           05  FILLER PIC X(38)
               VALUE "TRANSMISSION TIMELINESS AND QUALITY  ".
           05  RT-PERIOD PIC X(7).
           05  FILLER PIC X(6) VALUE " FROM ".
           05  RT-FROM-DATE PIC 9(8).
           05  FILLER PIC X(4) VALUE " TO ".
           05  RT-TO-DATE PIC 9(8).
           05  FILLER PIC X(6) VALUE "  RUN ".
           05  RT-RUN-DATE PIC 9(8).
           05  FILLER PIC X(47) VALUE SPACES.
       01  REPORT-HEADING-LINE.
           05  FILLER PIC X(44)
               VALUE "LOADED   ARRIVED  BATCH    DLVY TIMELINESS  ".
           05  FILLER PIC X(44)
               VALUE "OUTCOME           READ    LOADED  REJECTED  ".
           05  FILLER PIC X(44)
               VALUE " REJ% DATES COVERED     DAYS LATE RDGS      ".
       01  REPORT-BATCH-LINE.
           05  RB-LOAD-DATE PIC 9(8).
           05  FILLER PIC X VALUE SPACE.
           05  RB-ARRIVED.
               10  RB-ARRIVED-HH PIC 99.
               10  FILLER PIC X VALUE ":".
               10  RB-ARRIVED-MM PIC 99.
               10  FILLER PIC X VALUE ":".
               10  RB-ARRIVED-SS PIC 99.
           05  FILLER PIC X VALUE SPACE.
           05  RB-BATCH-ID PIC X(8).
           05  FILLER PIC X VALUE SPACE.
           05  RB-DELIVERY PIC X(4).
           05  FILLER PIC X VALUE SPACE.
           05  RB-TIMELINESS PIC X(11).
           05  FILLER PIC X VALUE SPACE.
           05  RB-OUTCOME PIC X(12).
           05  FILLER PIC X VALUE SPACE.
           05  RB-READ PIC ZZZZZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  RB-LOADED PIC ZZZZZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  RB-REJECTED PIC ZZZZZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  RB-REJECT-PCT PIC ZZ9.99.
           05  FILLER PIC X VALUE SPACE.
           05  RB-FIRST-DATE PIC 9(8).
           05  FILLER PIC X VALUE "-".
           05  RB-LAST-DATE PIC 9(8).
           05  FILLER PIC X VALUE SPACE.
           05  RB-DAYS PIC ZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  RB-LATE PIC ZZZZZZZZ9.
           05  FILLER PIC X(6) VALUE SPACES.
       01  REPORT-MISSING-LINE.
           05  RM-DATE PIC 9(8).
           05  FILLER PIC X(19) VALUE SPACES.
           05  RM-DELIVERY PIC X(4).
           05  FILLER PIC X(20) VALUE " MISSING     WINDOW ".
           05  RM-OPEN-HH PIC 99.
           05  FILLER PIC X VALUE ":".
           05  RM-OPEN-MM PIC 99.
           05  FILLER PIC X(4) VALUE " TO ".
           05  RM-DEADLINE-HH PIC 99.
           05  FILLER PIC X VALUE ":".
           05  RM-DEADLINE-MM PIC 99.
           05  FILLER PIC X(67) VALUE SPACES.
       01  REPORT-FAULT-LINE.
           05  FILLER PIC X(13) VALUE "    TRAILER  ".
           05  RF-TRAILER-COUNT PIC ZZZZZZZZ9.
           05  FILLER PIC X(9) VALUE "  FAULT  ".
           05  RF-FAULT PIC X(48).
           05  FILLER PIC X(53) VALUE SPACES.
       01  REPORT-REASON-LINE.
           05  FILLER PIC X(4).
           05  ReasonColumn OCCURS 8 TIMES.
               10  RR-REASON PIC X(8).
               10  FILLER PIC X.
               10  RR-COUNT PIC ZZZZZ9.
               10  FILLER PIC X.
       01  REPORT-TOTAL-LINE.
           05  RTL-LABEL PIC X(40).
           05  RTL-COUNT PIC ZZZZZZZZ9.
           05  FILLER PIC X(83) VALUE SPACES.
       01  REPORT-RATE-LINE.
           05  FILLER PIC X(40) VALUE "REJECT RATE PERCENT".
           05  RRL-PCT PIC ZZZZZ9.99.
           05  FILLER PIC X(83) VALUE SPACES.
      *
       01  RejectReasonNames.
           05  FILLER PIC X(32) VALUE
               "BAD TYPEBAD KEY NO SITE NOT NUM ".
           05  FILLER PIC X(32) VALUE
               "UNK SITESITE OFFCAL SIZEDUP KEY ".
       01  RejectReasonTable REDEFINES RejectReasonNames.
           05  RRN-REASON PIC X(8) OCCURS 8 TIMES.
       01  RejectX PIC 9(4) VALUE 0.
       01  ReasonTotals.
           05  RTE-COUNT PIC 9(9) OCCURS 8 TIMES.
      *
       01  BatchCount PIC 9(4) VALUE 0.
       01  BatchTable.
           05  BatchEntry OCCURS 1000 TIMES.
               10  BTE-BATCH-ID PIC X(8).
               10  BTE-LOAD-DATE PIC 9(8).
               10  BTE-COUNT PIC 9(9).
               10  BTE-ARRIVAL-TIME PIC 9(8).
               10  BTE-OUTCOME PIC X.
                   88  BTE-LOADED VALUE "L".
                   88  BTE-RETRANSMISSION VALUE "S".
                   88  BTE-NOT-ACCEPTED VALUE "B".
               10  BTE-TRAILER-COUNT PIC 9(9).
               10  BTE-LOADED-COUNT PIC 9(9).
               10  BTE-REJECTED-COUNT PIC 9(9).
               10  BTE-REJ-COUNT PIC 9(7) OCCURS 8 TIMES.
               10  BTE-FIRST-DATE PIC 9(8).
               10  BTE-LAST-DATE PIC 9(8).
               10  BTE-DAYS-COVERED PIC 9(4).
               10  BTE-LATE-COUNT PIC 9(9).
               10  BTE-FAULT PIC X(48).
               10  BTE-DELIVERY PIC X(4).
               10  BTE-TIMELINESS PIC X(11).
       01  BatchX PIC 9(4) VALUE 0.
       01  BatchFullSwitch PIC X VALUE "N".
           88  BatchTableFull VALUE "Y".
       01  ScheduleCount PIC 9(4) VALUE 0.
       01  ScheduleTable.
           05  ScheduleEntry OCCURS 100 TIMES.
               10  SCE-DELIVERY PIC X(4).
               10  SCE-OPEN PIC S9(4).
               10  SCE-DEADLINE PIC S9(4).
               10  SCE-MODULUS PIC S9(4).
               10  SCE-EFF-DATE PIC 9(8).
       01  ScheduleX PIC 9(4) VALUE 0.
       01  DaySlotCount PIC 9(4) VALUE 0.
       01  DaySlotTable.
           05  DaySlotEntry OCCURS 100 TIMES.
               10  DSE-DELIVERY PIC X(4).
               10  DSE-OPEN PIC S9(4).
               10  DSE-DEADLINE PIC S9(4).
               10  DSE-MODULUS PIC S9(4).
               10  DSE-EFF-DATE PIC 9(8).
               10  DSE-BATCH PIC 9(4).
       01  DaySlotHold PIC X(28).
       01  SlotX PIC 9(4) VALUE 0.
       01  SlotY PIC 9(4) VALUE 0.
       01  SlotIndex PIC 9(4) VALUE 0.
       01  KeptCount PIC 9(4) VALUE 0.
       01  CalCount PIC 9(4) VALUE 0.
       01  CalendarTable.
           05  CalendarEntry OCCURS 100 TIMES.
               10  CAE-DATE PIC 9(8).
       01  CalX PIC 9(4) VALUE 0.
       01  BusinessDaySwitch PIC X VALUE "Y".
           88  BusinessDay VALUE "Y".
      *
       01  BatchLogStatus PIC XX.
       01  ControlStatus PIC XX.
       01  CalendarStatus PIC XX.
       01  RunParmStatus PIC XX.
       01  BatchLogSwitch PIC X VALUE "N".
           88  NoMoreBatchLog VALUE "Y".
       01  ControlSwitch PIC X VALUE "N".
           88  NoMoreControl VALUE "Y".
       01  CalendarSwitch PIC X VALUE "N".
           88  NoMoreCalendar VALUE "Y".
       01  RunParmSwitch PIC X VALUE "N".
           88  NoMoreRunParm VALUE "Y".
       01  ParmErrorSwitch PIC X VALUE "N".
           88  ParmError VALUE "Y".
       01  FileErrorSwitch PIC X VALUE "N".
           88  FileError VALUE "Y".
       01  PeriodType PIC X(5) VALUE "WEEK ".
           88  WeeklyPeriod VALUE "WEEK ".
           88  MonthlyPeriod VALUE "MONTH".
       01  RunDate PIC 9(8).
       01  RunMonth PIC 9(6).
       01  PeriodStartDate PIC 9(8).
       01  PeriodEndDate PIC 9(8).
       01  WorkDate PIC 9(8).
       01  WorkDayNum PIC 9(8).
       01  EndDayNum PIC 9(8).
       01  ArrivalHHMM PIC 9(4).
       01  ArrivalTime PIC 9(8).
       01  ArrivalParts REDEFINES ArrivalTime.
           05  AP-HH PIC 99.
           05  AP-MM PIC 99.
           05  AP-SS PIC 99.
           05  AP-CC PIC 99.
       01  WindowTime PIC 9(4).
       01  WindowParts REDEFINES WindowTime.
           05  WP-HH PIC 99.
           05  WP-MM PIC 99.
       01  RejectPct PIC 9(3)V99.
       01  PeriodRejectPct PIC 9(6)V99.
       01  ExpectedCount PIC 9(6) VALUE 0.
       01  OnTimeCount PIC 9(6) VALUE 0.
       01  LateBatchCount PIC 9(6) VALUE 0.
       01  MissingCount PIC 9(6) VALUE 0.
       01  UnscheduledCount PIC 9(6) VALUE 0.
       01  RetransCount PIC 9(6) VALUE 0.
       01  NotAcceptedCount PIC 9(6) VALUE 0.
       01  LoadedBatchCount PIC 9(6) VALUE 0.
       01  TotalRead PIC 9(9) VALUE 0.
       01  TotalLoaded PIC 9(9) VALUE 0.
       01  TotalRejected PIC 9(9) VALUE 0.
       01  TotalLateReadings PIC 9(9) VALUE 0.
      *
       PROCEDURE DIVISION.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       PERFORM ReadRunParms.
       IF ParmError THEN
           MOVE 16 TO RETURN-CODE
       ELSE
           PERFORM SetPeriodDates
           PERFORM LoadCalendar
           PERFORM LoadSchedule
           PERFORM LoadBatches
           IF FileError THEN
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM WriteReport
               DISPLAY "XMITRPT: " PeriodStartDate " TO " PeriodEndDate
                   " - " BatchCount " BATCH(ES), " ExpectedCount
                   " EXPECTED, " LateBatchCount " LATE, "
                   MissingCount " MISSING, " RetransCount
                   " RETRANSMITTED, " NotAcceptedCount
                   " NOT ACCEPTED"
               IF BatchCount = 0 AND ExpectedCount = 0 THEN
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
       END-IF.
      *
       STOP RUN.

      * ASOFDATE stands in for the run date; PERIOD chooses the
      * week or the month before it.

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
           IF PRM-KEYWORD = "ASOFDATE" THEN
               IF PRM-VALUE IS NUMERIC THEN
                   MOVE PRM-VALUE TO RunDate
               ELSE
                   DISPLAY "XMITRPT: BAD ASOFDATE VALUE '" PRM-VALUE
                       "' IN RUNPARM"
                   SET ParmError TO TRUE
               END-IF
           END-IF
           IF PRM-KEYWORD = "PERIOD  " THEN
               MOVE PRM-VALUE(1:5) TO PeriodType
               IF NOT WeeklyPeriod AND NOT MonthlyPeriod THEN
                   DISPLAY "XMITRPT: BAD PERIOD VALUE '" PRM-VALUE
                       "' IN RUNPARM - WEEK OR MONTH"
                   SET ParmError TO TRUE
               END-IF
           END-IF
           EXIT.

      * The week is the seven days ending the day before the run
      * date; the month is the calendar month before it, worked out
      * the way MONTH-END-STATS finds the month it closes.

       SetPeriodDates.
           IF MonthlyPeriod THEN
               MOVE "MONTHLY" TO RT-PERIOD
               COMPUTE RunMonth = RunDate / 100
               COMPUTE PeriodEndDate =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE
                           (RunMonth * 100 + 1) - 1)
               COMPUTE PeriodStartDate =
                   (PeriodEndDate / 100) * 100 + 1
           ELSE
               MOVE "WEEKLY " TO RT-PERIOD
               COMPUTE PeriodEndDate =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(RunDate) - 1)
               COMPUTE PeriodStartDate =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(RunDate) - 7)
           END-IF
           EXIT.

       LoadCalendar.
           OPEN INPUT CALENDAR-FILE
           IF CalendarStatus NOT = "00" THEN
               DISPLAY "XMITRPT: CALENDAR FILE OPEN FAILED - STATUS "
                   CalendarStatus " - ALL DAYS TREATED AS BUSINESS "
                   "DAYS"
           ELSE
               PERFORM UNTIL NoMoreCalendar
                   READ CALENDAR-FILE
                       AT END
                           SET NoMoreCalendar TO TRUE
                       NOT AT END
                           IF CAL-DATE >= PeriodStartDate
                                   AND CAL-DATE <= PeriodEndDate
                                   AND CalCount < 100 THEN
                               ADD 1 TO CalCount
                               MOVE CAL-DATE TO CAE-DATE(CalCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF
           EXIT.

       CheckBusinessDay.
           MOVE "Y" TO BusinessDaySwitch
           PERFORM VARYING CalX FROM 1 BY 1 UNTIL CalX > CalCount
               IF CAE-DATE(CalX) = WorkDate THEN
                   MOVE "N" TO BusinessDaySwitch
               END-IF
           END-PERFORM
           EXIT.

      * Every XMITSCHD record is held, whatever its effective date;
      * which of them is in force is settled day by day.

       LoadSchedule.
           OPEN INPUT CONTROL-FILE
           IF ControlStatus NOT = "00" THEN
               DISPLAY "XMITRPT: CTLPARM FILE OPEN FAILED - STATUS "
                   ControlStatus " - DELIVERIES NOT JUDGED"
           ELSE
               PERFORM UNTIL NoMoreControl
                   READ CONTROL-FILE
                       AT END
                           SET NoMoreControl TO TRUE
                       NOT AT END
                           IF CTL-PROGRAM-ID = "XMITSCHD" THEN
                               PERFORM HoldScheduleRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
               IF ScheduleCount = 0 THEN
                   DISPLAY "XMITRPT: NO XMITSCHD RECORDS ON CTLPARM "
                       "- DELIVERIES NOT JUDGED"
               END-IF
           END-IF
           EXIT.

       HoldScheduleRecord.
           IF ScheduleCount >= 100 THEN
               DISPLAY "XMITRPT: MORE THAN 100 XMITSCHD RECORDS - "
                   CTL-SITE-ID " FROM " CTL-EFF-DATE " IGNORED"
           ELSE
               ADD 1 TO ScheduleCount
               MOVE CTL-SITE-ID TO SCE-DELIVERY(ScheduleCount)
               MOVE CTL-LOW-N TO SCE-OPEN(ScheduleCount)
               MOVE CTL-HIGH-N TO SCE-DEADLINE(ScheduleCount)
               MOVE CTL-MODULUS TO SCE-MODULUS(ScheduleCount)
               MOVE CTL-EFF-DATE TO SCE-EFF-DATE(ScheduleCount)
           END-IF
           EXIT.

      * The register is in the order the batches were judged, so
      * each day's batches come out in arrival order.

       LoadBatches.
           OPEN INPUT BATCH-LOG
           IF BatchLogStatus NOT = "00" THEN
               DISPLAY "XMITRPT: BATCHLOG OPEN FAILED - STATUS "
                   BatchLogStatus
               SET FileError TO TRUE
           ELSE
               PERFORM UNTIL NoMoreBatchLog
                   READ BATCH-LOG
                       AT END
                           SET NoMoreBatchLog TO TRUE
                       NOT AT END
                           IF BLG-LOAD-DATE >= PeriodStartDate
                                   AND BLG-LOAD-DATE <= PeriodEndDate
                                   THEN
                               PERFORM HoldBatch
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-LOG
               IF BatchTableFull THEN
                   DISPLAY "XMITRPT: MORE THAN 1000 BATCHES IN PERIOD "
                       "- REPORT INCOMPLETE"
               END-IF
           END-IF
           EXIT.

       HoldBatch.
           IF BatchCount >= 1000 THEN
               SET BatchTableFull TO TRUE
           ELSE
               ADD 1 TO BatchCount
               MOVE BLG-BATCH-ID TO BTE-BATCH-ID(BatchCount)
               MOVE BLG-LOAD-DATE TO BTE-LOAD-DATE(BatchCount)
               MOVE BLG-COUNT TO BTE-COUNT(BatchCount)
               MOVE BLG-ARRIVAL-TIME TO BTE-ARRIVAL-TIME(BatchCount)
               MOVE BLG-OUTCOME TO BTE-OUTCOME(BatchCount)
               MOVE BLG-TRAILER-COUNT TO BTE-TRAILER-COUNT(BatchCount)
               MOVE BLG-LOADED-COUNT TO BTE-LOADED-COUNT(BatchCount)
               MOVE BLG-REJECTED-COUNT
                   TO BTE-REJECTED-COUNT(BatchCount)
               PERFORM VARYING RejectX FROM 1 BY 1 UNTIL RejectX > 8
                   MOVE BLG-REJ-COUNT(RejectX)
                       TO BTE-REJ-COUNT(BatchCount, RejectX)
               END-PERFORM
               MOVE BLG-FIRST-DATE TO BTE-FIRST-DATE(BatchCount)
               MOVE BLG-LAST-DATE TO BTE-LAST-DATE(BatchCount)
               MOVE BLG-DAYS-COVERED TO BTE-DAYS-COVERED(BatchCount)
               MOVE BLG-LATE-COUNT TO BTE-LATE-COUNT(BatchCount)
               MOVE BLG-FAULT TO BTE-FAULT(BatchCount)
               MOVE SPACES TO BTE-DELIVERY(BatchCount)
               MOVE SPACES TO BTE-TIMELINESS(BatchCount)
           END-IF
           EXIT.

       WriteReport.
           OPEN OUTPUT REPORT-FILE
           MOVE PeriodStartDate TO RT-FROM-DATE
           MOVE PeriodEndDate TO RT-TO-DATE
           MOVE RunDate TO RT-RUN-DATE
           WRITE REPORT-LINE FROM REPORT-TITLE-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE
           PERFORM VARYING RejectX FROM 1 BY 1 UNTIL RejectX > 8
               MOVE 0 TO RTE-COUNT(RejectX)
           END-PERFORM
           COMPUTE WorkDayNum =
               FUNCTION INTEGER-OF-DATE(PeriodStartDate)
           COMPUTE EndDayNum =
               FUNCTION INTEGER-OF-DATE(PeriodEndDate)
           PERFORM UNTIL WorkDayNum > EndDayNum
               COMPUTE WorkDate =
                   FUNCTION DATE-OF-INTEGER(WorkDayNum)
               PERFORM BuildDaySlots
               PERFORM JudgeDayBatches
               PERFORM ReportDayBatches
               PERFORM ReportMissingDeliveries
               ADD 1 TO WorkDayNum
           END-PERFORM
           PERFORM ReportTotals
           CLOSE REPORT-FILE
           EXIT.

      * The deliveries owed on WorkDate: for each delivery name the
      * record with the latest effective date not after the day,
      * less any retired (zero deadline) or kept to business days
      * on a day that is not one, in the order their windows open.

       BuildDaySlots.
           MOVE 0 TO DaySlotCount
           PERFORM VARYING ScheduleX FROM 1 BY 1
                   UNTIL ScheduleX > ScheduleCount
               IF SCE-EFF-DATE(ScheduleX) NOT > WorkDate THEN
                   PERFORM HoldDaySlot
               END-IF
           END-PERFORM
           PERFORM CheckBusinessDay
           MOVE 0 TO KeptCount
           PERFORM VARYING SlotX FROM 1 BY 1 UNTIL SlotX > DaySlotCount
               IF DSE-DEADLINE(SlotX) NOT = 0
                       AND (BusinessDay OR DSE-MODULUS(SlotX) NOT = 1)
                       THEN
                   ADD 1 TO KeptCount
                   MOVE DaySlotEntry(SlotX) TO DaySlotEntry(KeptCount)
                   MOVE 0 TO DSE-BATCH(KeptCount)
               END-IF
           END-PERFORM
           MOVE KeptCount TO DaySlotCount
           PERFORM VARYING SlotX FROM 1 BY 1 UNTIL SlotX >= DaySlotCount
               PERFORM VARYING SlotY FROM SlotX BY 1
                       UNTIL SlotY > DaySlotCount
                   IF DSE-OPEN(SlotY) < DSE-OPEN(SlotX) THEN
                       MOVE DaySlotEntry(SlotX) TO DaySlotHold
                       MOVE DaySlotEntry(SlotY) TO DaySlotEntry(SlotX)
                       MOVE DaySlotHold TO DaySlotEntry(SlotY)
                   END-IF
               END-PERFORM
           END-PERFORM
           ADD DaySlotCount TO ExpectedCount
           EXIT.

       HoldDaySlot.
           MOVE 0 TO SlotIndex
           PERFORM VARYING SlotX FROM 1 BY 1 UNTIL SlotX > DaySlotCount
               IF DSE-DELIVERY(SlotX) = SCE-DELIVERY(ScheduleX) THEN
                   MOVE SlotX TO SlotIndex
               END-IF
           END-PERFORM
           IF SlotIndex = 0 THEN
               ADD 1 TO DaySlotCount
               MOVE DaySlotCount TO SlotIndex
               MOVE 0 TO DSE-EFF-DATE(SlotIndex)
           END-IF
           IF SCE-EFF-DATE(ScheduleX) >= DSE-EFF-DATE(SlotIndex) THEN
               MOVE SCE-DELIVERY(ScheduleX) TO DSE-DELIVERY(SlotIndex)
               MOVE SCE-OPEN(ScheduleX) TO DSE-OPEN(SlotIndex)
               MOVE SCE-DEADLINE(ScheduleX) TO DSE-DEADLINE(SlotIndex)
               MOVE SCE-MODULUS(ScheduleX) TO DSE-MODULUS(SlotIndex)
               MOVE SCE-EFF-DATE(ScheduleX) TO DSE-EFF-DATE(SlotIndex)
           END-IF
           EXIT.

      * Each batch that arrived on WorkDate (a retransmission
      * aside) is set against the last delivery whose window had
      * opened by then.  A delivery already met makes it an extra.

       JudgeDayBatches.
           PERFORM VARYING BatchX FROM 1 BY 1 UNTIL BatchX > BatchCount
               IF BTE-LOAD-DATE(BatchX) = WorkDate
                       AND NOT BTE-RETRANSMISSION(BatchX)
                       AND ScheduleCount > 0 THEN
                   COMPUTE ArrivalHHMM =
                       BTE-ARRIVAL-TIME(BatchX) / 10000
                   IF DaySlotCount = 0 THEN
                       MOVE "UNSCHEDULED" TO BTE-TIMELINESS(BatchX)
                   ELSE
                       MOVE 1 TO SlotIndex
                       PERFORM VARYING SlotX FROM 1 BY 1
                               UNTIL SlotX > DaySlotCount
                           IF DSE-OPEN(SlotX) NOT > ArrivalHHMM THEN
                               MOVE SlotX TO SlotIndex
                           END-IF
                       END-PERFORM
                       MOVE DSE-DELIVERY(SlotIndex)
                           TO BTE-DELIVERY(BatchX)
                       IF DSE-BATCH(SlotIndex) NOT = 0 THEN
                           MOVE "UNSCHEDULED" TO BTE-TIMELINESS(BatchX)
                       ELSE
                           MOVE BatchX TO DSE-BATCH(SlotIndex)
                           IF ArrivalHHMM > DSE-DEADLINE(SlotIndex) THEN
                               MOVE "LATE" TO BTE-TIMELINESS(BatchX)
                           ELSE
                               MOVE "ON TIME" TO BTE-TIMELINESS(BatchX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       ReportDayBatches.
           PERFORM VARYING BatchX FROM 1 BY 1 UNTIL BatchX > BatchCount
               IF BTE-LOAD-DATE(BatchX) = WorkDate THEN
                   PERFORM ReportOneBatch
               END-IF
           END-PERFORM
           EXIT.

       ReportOneBatch.
           MOVE BTE-LOAD-DATE(BatchX) TO RB-LOAD-DATE
           MOVE BTE-ARRIVAL-TIME(BatchX) TO ArrivalTime
           MOVE AP-HH TO RB-ARRIVED-HH
           MOVE AP-MM TO RB-ARRIVED-MM
           MOVE AP-SS TO RB-ARRIVED-SS
           MOVE BTE-BATCH-ID(BatchX) TO RB-BATCH-ID
           MOVE BTE-DELIVERY(BatchX) TO RB-DELIVERY
           MOVE BTE-TIMELINESS(BatchX) TO RB-TIMELINESS
           IF BTE-RETRANSMISSION(BatchX) THEN
               MOVE "RETRANSMIT" TO RB-OUTCOME
               ADD 1 TO RetransCount
           ELSE
               IF BTE-NOT-ACCEPTED(BatchX) THEN
                   MOVE "NOT ACCEPTED" TO RB-OUTCOME
                   ADD 1 TO NotAcceptedCount
               ELSE
                   MOVE "LOADED" TO RB-OUTCOME
                   ADD 1 TO LoadedBatchCount
               END-IF
           END-IF
           IF BTE-TIMELINESS(BatchX) = "ON TIME" THEN
               ADD 1 TO OnTimeCount
           END-IF
           IF BTE-TIMELINESS(BatchX) = "LATE" THEN
               ADD 1 TO LateBatchCount
           END-IF
           IF BTE-TIMELINESS(BatchX) = "UNSCHEDULED" THEN
               ADD 1 TO UnscheduledCount
           END-IF
           MOVE BTE-COUNT(BatchX) TO RB-READ
           MOVE BTE-LOADED-COUNT(BatchX) TO RB-LOADED
           MOVE BTE-REJECTED-COUNT(BatchX) TO RB-REJECTED
           IF BTE-COUNT(BatchX) = 0 THEN
               MOVE 0 TO RejectPct
           ELSE
               COMPUTE RejectPct ROUNDED =
                   BTE-REJECTED-COUNT(BatchX) * 100 / BTE-COUNT(BatchX)
           END-IF
           MOVE RejectPct TO RB-REJECT-PCT
           MOVE BTE-FIRST-DATE(BatchX) TO RB-FIRST-DATE
           MOVE BTE-LAST-DATE(BatchX) TO RB-LAST-DATE
           MOVE BTE-DAYS-COVERED(BatchX) TO RB-DAYS
           MOVE BTE-LATE-COUNT(BatchX) TO RB-LATE
           WRITE REPORT-LINE FROM REPORT-BATCH-LINE
           IF NOT BTE-RETRANSMISSION(BatchX) THEN
               ADD BTE-COUNT(BatchX) TO TotalRead
               ADD BTE-LOADED-COUNT(BatchX) TO TotalLoaded
               ADD BTE-REJECTED-COUNT(BatchX) TO TotalRejected
               ADD BTE-LATE-COUNT(BatchX) TO TotalLateReadings
           END-IF
           IF BTE-REJECTED-COUNT(BatchX) > 0 THEN
               MOVE SPACES TO REPORT-REASON-LINE
               PERFORM VARYING RejectX FROM 1 BY 1 UNTIL RejectX > 8
                   MOVE RRN-REASON(RejectX) TO RR-REASON(RejectX)
                   MOVE BTE-REJ-COUNT(BatchX, RejectX)
                       TO RR-COUNT(RejectX)
                   ADD BTE-REJ-COUNT(BatchX, RejectX)
                       TO RTE-COUNT(RejectX)
               END-PERFORM
               WRITE REPORT-LINE FROM REPORT-REASON-LINE
           END-IF
           IF BTE-FAULT(BatchX) NOT = SPACES THEN
               MOVE BTE-TRAILER-COUNT(BatchX) TO RF-TRAILER-COUNT
               MOVE BTE-FAULT(BatchX) TO RF-FAULT
               WRITE REPORT-LINE FROM REPORT-FAULT-LINE
           END-IF
           EXIT.

       ReportMissingDeliveries.
           PERFORM VARYING SlotX FROM 1 BY 1 UNTIL SlotX > DaySlotCount
               IF DSE-BATCH(SlotX) = 0 THEN
                   ADD 1 TO MissingCount
                   MOVE WorkDate TO RM-DATE
                   MOVE DSE-DELIVERY(SlotX) TO RM-DELIVERY
                   MOVE DSE-OPEN(SlotX) TO WindowTime
                   MOVE WP-HH TO RM-OPEN-HH
                   MOVE WP-MM TO RM-OPEN-MM
                   MOVE DSE-DEADLINE(SlotX) TO WindowTime
                   MOVE WP-HH TO RM-DEADLINE-HH
                   MOVE WP-MM TO RM-DEADLINE-MM
                   WRITE REPORT-LINE FROM REPORT-MISSING-LINE
               END-IF
           END-PERFORM
           EXIT.

       ReportTotals.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DELIVERIES EXPECTED" TO RTL-LABEL
           MOVE ExpectedCount TO RTL-COUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
           MOVE "  MET ON TIME" TO RTL-LABEL
           MOVE OnTimeCount TO RTL-COUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
           MOVE "  MET LATE" TO RTL-LABEL
           MOVE LateBatchCount TO RTL-COUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
           MOVE "  MISSING" TO RTL-LABEL
           MOVE MissingCount TO RTL-COUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
           MOVE "BATCHES RECEIVED" TO RTL-LABEL
           MOVE BatchCount TO RTL-COUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
           MOVE "  LOADED" TO RTL-LABEL
           MOVE LoadedBatchCount TO RTL-COUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
           MOVE "  NOT ACCEPTED (OUT OF BALANCE)" TO RTL-LABEL
           MOVE NotAcceptedCount TO RTL-COUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
           MOVE "  RETRANSMISSIONS SKIPPED" TO RTL-LABEL
           MOVE RetransCount TO RTL-COUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
           MOVE "  UNSCHEDULED" TO RTL-LABEL
           MOVE UnscheduledCount TO RTL-COUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
           MOVE "DETAIL RECORDS READ" TO RTL-LABEL
           MOVE TotalRead TO RTL-COUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
           MOVE "  LOADED" TO RTL-LABEL
           MOVE TotalLoaded TO RTL-COUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
           MOVE "  REJECTED" TO RTL-LABEL
           MOVE TotalRejected TO RTL-COUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
           MOVE "  FOR DAYS ALREADY PUBLISHED" TO RTL-LABEL
           MOVE TotalLateReadings TO RTL-COUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
           IF TotalRead = 0 THEN
               MOVE 0 TO PeriodRejectPct
           ELSE
               COMPUTE PeriodRejectPct ROUNDED =
                   TotalRejected * 100 / TotalRead
           END-IF
           MOVE PeriodRejectPct TO RRL-PCT
           WRITE REPORT-LINE FROM REPORT-RATE-LINE
           MOVE SPACES TO REPORT-REASON-LINE
           PERFORM VARYING RejectX FROM 1 BY 1 UNTIL RejectX > 8
               MOVE RRN-REASON(RejectX) TO RR-REASON(RejectX)
               MOVE RTE-COUNT(RejectX) TO RR-COUNT(RejectX)
           END-PERFORM
           WRITE REPORT-LINE FROM REPORT-REASON-LINE
           EXIT.

       END PROGRAM TRANSMISSION-REPORT.
