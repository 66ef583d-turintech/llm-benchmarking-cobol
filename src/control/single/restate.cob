       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DAY-RESTATEMENT.
      *
      * Works the RSTQUEUE restatement queue and stages the oldest
      * stale day for the RSTBAT replay, so a day whose published
      * figures went out before all its readings arrived catches up
      * without anyone having to notice - the same self-resubmitting
      * shape as NIGHT-CATCHUP and CATCHBAT.  READINGS-LOAD queues a
      * day when it loads a late reading for a date MAX-ARRAY had
      * already ENDED clean on RUNCTL, and CALIBRATION-RESTATE
      * queues one whose readings it recalculated under a back-
      * dated meter calibration.  Each pass collapses the
      * queue to one record per date and first settles the day the
      * previous pass staged: if RUNCTL now shows a clean MAXARRAY
      * end with different times from the ones noted at staging, the
      * replay ran and the day is DONE; otherwise the replay never
      * got that far and the day goes back on the queue.  The oldest
      * QUEUED day is then written to the RUNPARM dataset as
      * ASOFDATE plus RERUN and the program ends with return code
      * 1; RSTBAT republishes that day and resubmits itself, so the
      * queue drains in date order until a pass finds nothing and
      * ends with return code 0.  A queued day older than the live
      * READINGS file is deep (the HOUSEKEP retention on CTLPARM,
      * 90 days when none is on file) may have had its other
      * readings moved off by READINGS-ARCHIVE - replaying it would
      * publish the late readings alone - so it is marked HELD and
      * reported for a READINGS-RESTORE and CORRBAT republish
      * instead.  DONE and HELD records stay on the queue as the
      * record of what was restated, and age off after 400 days.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESTATE-QUEUE ASSIGN TO "RSTQUEUE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RestateStatus.
           SELECT NEW-QUEUE ASSIGN TO "RSTQUEUE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NewQueueStatus.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS RunCtlStatus.
           SELECT CONTROL-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ControlStatus.
           SELECT RUNPARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RunParmStatus.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RESTATE-QUEUE.
       COPY RSTQUEUE.
       FD  NEW-QUEUE.
       01  NEW-QUEUE-RECORD PIC X(65).
       FD  RUNCTL-FILE.
       COPY RUNCTL.
       FD  CONTROL-FILE.
       COPY CTLPARM.
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           05  PRM-KEYWORD PIC X(8).
           05  PRM-VALUE PIC X(8).
      *
       WORKING-STORAGE SECTION.
       01  RestateStatus PIC XX.
       01  NewQueueStatus PIC XX.
       01  RunCtlStatus PIC XX.
       01  ControlStatus PIC XX.
       01  RunParmStatus PIC XX.
       01  QueueSwitch PIC X VALUE "N".
           88  NoMoreQueue VALUE "Y".
       01  ControlSwitch PIC X VALUE "N".
           88  NoMoreControl VALUE "Y".
       01  FileErrorSwitch PIC X VALUE "N".
           88  FileError VALUE "Y".
       01  RunDate PIC 9(8).
       01  CutoffDate PIC 9(8).
       01  AgeOffDate PIC 9(8).
       01  RetentionDays PIC 9(4) VALUE 90.
       01  BestEffDate PIC 9(8) VALUE 0.
       01  QueueCount PIC 9(4) VALUE 0.
       01  QueueTable.
           05  QueueEntry OCCURS 500 TIMES.
               10  QTE-DATE PIC 9(8).
               10  QTE-QUEUED-DATE PIC 9(8).
               10  QTE-SOURCE PIC X(8).
               10  QTE-COUNT PIC 9(9).
               10  QTE-STATUS PIC X(8).
                   88  QTE-QUEUED VALUE "QUEUED  ".
                   88  QTE-STAGED VALUE "STAGED  ".
                   88  QTE-DONE VALUE "DONE    ".
                   88  QTE-HELD VALUE "HELD    ".
               10  QTE-STAGED-DATE PIC 9(8).
               10  QTE-RC-START PIC 9(8).
               10  QTE-RC-END PIC 9(8).
       01  QueueX PIC 9(4) VALUE 0.
       01  QueueIndex PIC 9(4) VALUE 0.
       01  QueueFullSwitch PIC X VALUE "N".
           88  QueueFull VALUE "Y".
       01  StatusRank PIC 9 VALUE 0.
       01  EntryRank PIC 9 VALUE 0.
       01  CleanEndSwitch PIC X.
           88  DayEndedClean VALUE "Y".
       01  StagedIndex PIC 9(4) VALUE 0.
       01  StagedDate PIC 9(8) VALUE 0.
       01  StagedStart PIC 9(8) VALUE 0.
       01  StagedEnd PIC 9(8) VALUE 0.
       01  PendingCount PIC 9(4) VALUE 0.
       01  DoneCount PIC 9(4) VALUE 0.
       01  HeldCount PIC 9(4) VALUE 0.
      *
       PROCEDURE DIVISION.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       PERFORM ReadRetention.
       COMPUTE CutoffDate =
           FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(RunDate) - RetentionDays).
       COMPUTE AgeOffDate =
           FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(RunDate) - 400).
       PERFORM LoadQueue.
       IF NOT FileError THEN
           PERFORM SettleQueue
       END-IF.
       IF NOT FileError AND StagedIndex > 0 THEN
           PERFORM StageRunParm
       END-IF.
       IF NOT FileError AND QueueCount > 0 THEN
           PERFORM RewriteQueue
       END-IF.
       IF FileError THEN
           MOVE 16 TO RETURN-CODE
       ELSE
           IF StagedIndex > 0 THEN
               DISPLAY "RESTATE: " PendingCount " DAY(S) AWAITING "
                   "RESTATEMENT - " StagedDate
                   " STAGED FOR REPUBLISHING"
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "RESTATE: NO DAYS AWAITING RESTATEMENT"
           END-IF
       END-IF.
      *
       STOP RUN.

       ReadRetention.
           OPEN INPUT CONTROL-FILE
           IF ControlStatus NOT = "00" THEN
               DISPLAY "RESTATE: CTLPARM FILE OPEN FAILED - STATUS "
                   ControlStatus " - DEFAULT RETENTION "
                   RetentionDays " DAYS USED"
           ELSE
               PERFORM UNTIL NoMoreControl
                   READ CONTROL-FILE
                       AT END
                           SET NoMoreControl TO TRUE
                       NOT AT END
                           IF CTL-PROGRAM-ID = "HOUSEKEP"
                                   AND CTL-EFF-DATE NOT > RunDate
                                   AND CTL-EFF-DATE >= BestEffDate
                                   AND CTL-LOW-N > 0 THEN
                               MOVE CTL-EFF-DATE TO BestEffDate
                               MOVE CTL-LOW-N TO RetentionDays
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF
           EXIT.

      * The queue is held in date order, one entry per date.  The
      * intake appends a fresh QUEUED record every night a day
      * picks up more late readings, so a date can arrive several
      * times; its entry keeps the most pressing status (QUEUED,
      * then STAGED, HELD, DONE) - a day restated last week and
      * late again tonight is simply due again.  An empty or
      * missing queue is the normal case.

       LoadQueue.
           OPEN INPUT RESTATE-QUEUE
           IF RestateStatus = "00" THEN
               PERFORM UNTIL NoMoreQueue
                   READ RESTATE-QUEUE
                       AT END
                           SET NoMoreQueue TO TRUE
                       NOT AT END
                           PERFORM MergeQueueRecord
                   END-READ
               END-PERFORM
               CLOSE RESTATE-QUEUE
               IF QueueFull THEN
                   DISPLAY "RESTATE: MORE THAN 500 DATES ON RSTQUEUE "
                       "- QUEUE NOT REWRITTEN, NOTHING STAGED"
                   SET FileError TO TRUE
               END-IF
           END-IF
           EXIT.

       MergeQueueRecord.
           MOVE 0 TO QueueIndex
           PERFORM VARYING QueueX FROM 1 BY 1 UNTIL QueueX > QueueCount
               IF QTE-DATE(QueueX) = RSQ-DATE THEN
                   MOVE QueueX TO QueueIndex
               END-IF
           END-PERFORM
           IF QueueIndex > 0 THEN
               PERFORM RankRecordStatus
               PERFORM RankEntryStatus
               IF StatusRank > EntryRank THEN
                   PERFORM CopyRecordToEntry
               END-IF
               IF RSQ-QUEUED-DATE > QTE-QUEUED-DATE(QueueIndex) THEN
                   MOVE RSQ-QUEUED-DATE TO QTE-QUEUED-DATE(QueueIndex)
               END-IF
               ADD RSQ-COUNT TO QTE-COUNT(QueueIndex)
           ELSE
               IF QueueCount >= 500 THEN
                   SET QueueFull TO TRUE
                   SET NoMoreQueue TO TRUE
               ELSE
                   MOVE 1 TO QueueIndex
                   PERFORM VARYING QueueX FROM 1 BY 1
                           UNTIL QueueX > QueueCount
                       IF QTE-DATE(QueueX) < RSQ-DATE THEN
                           COMPUTE QueueIndex = QueueX + 1
                       END-IF
                   END-PERFORM
                   PERFORM VARYING QueueX FROM QueueCount BY -1
                           UNTIL QueueX < QueueIndex
                       MOVE QueueEntry(QueueX)
                           TO QueueEntry(QueueX + 1)
                   END-PERFORM
                   ADD 1 TO QueueCount
                   PERFORM CopyRecordToEntry
                   MOVE RSQ-QUEUED-DATE TO QTE-QUEUED-DATE(QueueIndex)
                   MOVE RSQ-COUNT TO QTE-COUNT(QueueIndex)
               END-IF
           END-IF
           EXIT.

       RankRecordStatus.
           MOVE 0 TO StatusRank
           IF RSQ-HELD THEN
               MOVE 1 TO StatusRank
           END-IF
           IF RSQ-STAGED THEN
               MOVE 2 TO StatusRank
           END-IF
           IF RSQ-QUEUED THEN
               MOVE 3 TO StatusRank
           END-IF
           EXIT.

       RankEntryStatus.
           MOVE 0 TO EntryRank
           IF QTE-HELD(QueueIndex) THEN
               MOVE 1 TO EntryRank
           END-IF
           IF QTE-STAGED(QueueIndex) THEN
               MOVE 2 TO EntryRank
           END-IF
           IF QTE-QUEUED(QueueIndex) THEN
               MOVE 3 TO EntryRank
           END-IF
           EXIT.

       CopyRecordToEntry.
           MOVE RSQ-DATE TO QTE-DATE(QueueIndex)
           MOVE RSQ-SOURCE TO QTE-SOURCE(QueueIndex)
           MOVE RSQ-STATUS TO QTE-STATUS(QueueIndex)
           MOVE RSQ-STAGED-DATE TO QTE-STAGED-DATE(QueueIndex)
           MOVE RSQ-RC-START TO QTE-RC-START(QueueIndex)
           MOVE RSQ-RC-END TO QTE-RC-END(QueueIndex)
           EXIT.

      * Two sweeps in date order.  The first settles the day the
      * last pass staged, against RUNCTL, and holds any queued day
      * past the live file's depth; the second stages the oldest
      * day still QUEUED - a replay that failed goes back in line
      * by its date, so the queue still drains oldest first.

       SettleQueue.
           OPEN INPUT RUNCTL-FILE
           IF RunCtlStatus NOT = "00" THEN
               DISPLAY "RESTATE: RUNCTL FILE OPEN FAILED - STATUS "
                   RunCtlStatus
               SET FileError TO TRUE
           ELSE
               PERFORM VARYING QueueIndex FROM 1 BY 1
                       UNTIL QueueIndex > QueueCount
                   IF QTE-STAGED(QueueIndex) THEN
                       PERFORM SettleStagedDay
                   END-IF
                   IF QTE-QUEUED(QueueIndex)
                           AND QTE-DATE(QueueIndex) < CutoffDate THEN
                       SET QTE-HELD(QueueIndex) TO TRUE
                       ADD 1 TO HeldCount
                       DISPLAY "RESTATE: " QTE-DATE(QueueIndex)
                           " HELD - OLDER THAN THE LIVE READINGS "
                           "FILE, RESTORE WITH RDGREST AND "
                           "REPUBLISH THROUGH CORRBAT"
                   END-IF
               END-PERFORM
               PERFORM VARYING QueueIndex FROM 1 BY 1
                       UNTIL QueueIndex > QueueCount
                   IF QTE-QUEUED(QueueIndex) THEN
                       ADD 1 TO PendingCount
                       IF StagedIndex = 0 THEN
                           MOVE QueueIndex TO StagedIndex
                           PERFORM ReadMaxArrayRunCtl
                           MOVE QTE-DATE(QueueIndex) TO StagedDate
                           MOVE RC-START-TIME TO StagedStart
                           MOVE RC-END-TIME TO StagedEnd
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF
           EXIT.

       SettleStagedDay.
           PERFORM ReadMaxArrayRunCtl
           IF DayEndedClean
                   AND (RC-START-TIME NOT = QTE-RC-START(QueueIndex)
                       OR RC-END-TIME NOT = QTE-RC-END(QueueIndex))
                   THEN
               SET QTE-DONE(QueueIndex) TO TRUE
               ADD 1 TO DoneCount
               DISPLAY "RESTATE: " QTE-DATE(QueueIndex)
                   " RESTATED - REPUBLISHED CLEAN"
           ELSE
               SET QTE-QUEUED(QueueIndex) TO TRUE
               DISPLAY "RESTATE: " QTE-DATE(QueueIndex)
                   " REPLAY DID NOT COMPLETE - QUEUED AGAIN"
           END-IF
           EXIT.

      * Leaves the day's MAXARRAY RUNCTL record (or zero times when
      * there is none) in the record area, with DayEndedClean set
      * for an ENDED record with return code zero.

       ReadMaxArrayRunCtl.
           MOVE "N" TO CleanEndSwitch
           MOVE "MAXARRAY" TO RC-PROGRAM-ID
           MOVE QTE-DATE(QueueIndex) TO RC-RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   MOVE 0 TO RC-START-TIME
                   MOVE 0 TO RC-END-TIME
               NOT INVALID KEY
                   IF RC-ENDED AND RC-RETURN-CODE = 0 THEN
                       SET DayEndedClean TO TRUE
                   END-IF
           END-READ
           EXIT.

      * The RUNCTL times are noted on the entry only once the
      * RUNPARM is safely written, so a failed staging leaves the
      * day QUEUED for the next pass.

       StageRunParm.
           OPEN OUTPUT RUNPARM-FILE
           IF RunParmStatus NOT = "00" THEN
               DISPLAY "RESTATE: RUNPARM OPEN FAILED - STATUS "
                   RunParmStatus " - DAY NOT STAGED"
               SET FileError TO TRUE
           ELSE
               MOVE "ASOFDATE" TO PRM-KEYWORD
               MOVE StagedDate TO PRM-VALUE
               WRITE RUNPARM-RECORD
               MOVE "RERUN   " TO PRM-KEYWORD
               MOVE "Y       " TO PRM-VALUE
               WRITE RUNPARM-RECORD
               CLOSE RUNPARM-FILE
               SET QTE-STAGED(StagedIndex) TO TRUE
               MOVE RunDate TO QTE-STAGED-DATE(StagedIndex)
               MOVE StagedStart TO QTE-RC-START(StagedIndex)
               MOVE StagedEnd TO QTE-RC-END(StagedIndex)
           END-IF
           EXIT.

       RewriteQueue.
           OPEN OUTPUT NEW-QUEUE
           IF NewQueueStatus NOT = "00" THEN
               DISPLAY "RESTATE: RSTQUEUE REWRITE OPEN FAILED - "
                   "STATUS " NewQueueStatus
               SET FileError TO TRUE
           ELSE
               PERFORM VARYING QueueX FROM 1 BY 1
                       UNTIL QueueX > QueueCount
                   IF (QTE-DONE(QueueX) OR QTE-HELD(QueueX))
                           AND QTE-QUEUED-DATE(QueueX) < AgeOffDate
                           THEN
                       CONTINUE
                   ELSE
                       MOVE QTE-DATE(QueueX) TO RSQ-DATE
                       MOVE QTE-QUEUED-DATE(QueueX) TO RSQ-QUEUED-DATE
                       MOVE QTE-SOURCE(QueueX) TO RSQ-SOURCE
                       MOVE QTE-COUNT(QueueX) TO RSQ-COUNT
                       MOVE QTE-STATUS(QueueX) TO RSQ-STATUS
                       MOVE QTE-STAGED-DATE(QueueX) TO RSQ-STAGED-DATE
                       MOVE QTE-RC-START(QueueX) TO RSQ-RC-START
                       MOVE QTE-RC-END(QueueX) TO RSQ-RC-END
                       WRITE NEW-QUEUE-RECORD
                           FROM RESTATE-QUEUE-RECORD
                   END-IF
               END-PERFORM
               CLOSE NEW-QUEUE
           END-IF
           EXIT.

       END PROGRAM DAY-RESTATEMENT.
