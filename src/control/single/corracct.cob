       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CORRECTION-ACCOUNTABILITY.
      *
      * Accountability report over the CORRHIST correction history
      * that EXCEPTION-FIX appends, answering the audit finding on
      * unattributed changes to metered values.  For the
      * corrections applied in a period (FROMDATE and TODATE on
      * RUNPARM; the thirty days to the run date, or to ASOFDATE,
      * when none is keyed) it totals, by operator and then by
      * site, how many corrections were made, how many changed a
      * reading on file and how many added one the intake never
      * loaded, the total and the largest size of the changes (the
      * difference between the value before and after, either way;
      * an added reading has no before value and no size), and how
      * many corrections reversed an earlier one - put a reading
      * back to the value an earlier correction had replaced,
      * however long before the period that earlier correction was
      * made.  Each reversal is then listed with who made it and
      * whose correction it undid.  Hand-keyed corrections carry no
      * operator and total under UNKNOWN.  The history is read
      * twice, once for the period and once from the beginning for
      * the earlier corrections; only the period's corrections are
      * held in core (5000).  Read-only; on demand.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRECTION-HISTORY ASSIGN TO "CORRHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HistoryStatus.
           SELECT RUNPARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RunParmStatus.
           SELECT REPORT-FILE ASSIGN TO "ACCTRPT"
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CORRECTION-HISTORY.
       COPY CORRHIST.
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           05  PRM-KEYWORD PIC X(8).
           05  PRM-VALUE PIC X(8).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  REPORT-TITLE-LINE.
           05  FILLER PIC X(31)
               VALUE "CORRECTION ACCOUNTABILITY FROM ".
           05  AT-FROM-DATE PIC 9(8).
           05  FILLER PIC X(4) VALUE " TO ".
           05  AT-TO-DATE PIC 9(8).
           05  FILLER PIC X(6) VALUE "  RUN ".
           05  AT-RUN-DATE PIC 9(8).
           05  FILLER PIC X(15) VALUE SPACES.
       01  REPORT-HEADING-LINE.
           05  AH-GROUP PIC X(8).
           05  FILLER PIC X(27) VALUE
               "  CORRECTED  CHANGED  ADDED".
           05  FILLER PIC X(33) VALUE
               "  TOTAL CHANGE  LARGEST  REVERSED".
           05  FILLER PIC X(12) VALUE SPACES.
       01  REPORT-GROUP-LINE.
           05  AG-NAME PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  AG-CORRECTED PIC ZZZZZZZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  AG-CHANGED PIC ZZZZZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  AG-ADDED PIC ZZZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  AG-TOTAL PIC ZZZZZZZZZ9.9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  AG-LARGEST PIC ZZZZ9.9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  AG-REVERSED PIC ZZZZZZZ9.
           05  FILLER PIC X(12) VALUE SPACES.
       01  REPORT-REVERSAL-HEADING.
           05  FILLER PIC X(38) VALUE
               "REVERSALS - READING, WHO PUT IT BACK, ".
           05  FILLER PIC X(42) VALUE
               "THE VALUE, WHOSE CORRECTION IT UNDID".
       01  REPORT-REVERSAL-LINE.
           05  FILLER PIC X(4) VALUE "REV ".
           05  AV-DATE PIC 9(8).
           05  FILLER PIC X VALUE SPACE.
           05  AV-SITE PIC X(4).
           05  FILLER PIC X VALUE SPACE.
           05  AV-SEQ PIC 9(4).
           05  FILLER PIC X(4) VALUE " BY ".
           05  AV-OPERATOR PIC X(8).
           05  FILLER PIC X VALUE SPACE.
           05  AV-APPLIED PIC 9(8).
           05  FILLER PIC X(4) VALUE " TO ".
           05  AV-VALUE PIC -ZZZ9.9.
           05  FILLER PIC X(8) VALUE " UNDOES ".
           05  AV-UNDONE-OPERATOR PIC X(8).
           05  FILLER PIC X VALUE SPACE.
           05  AV-UNDONE-APPLIED PIC 9(8).
           05  FILLER PIC X VALUE SPACE.
       01  REPORT-TOTAL-LINE.
           05  FILLER PIC X(12) VALUE "CORRECTIONS ".
           05  AS-CORRECTED PIC ZZZZZZZ9.
           05  FILLER PIC X(15) VALUE "  UNATTRIBUTED ".
           05  AS-UNKNOWN PIC ZZZZZZZ9.
           05  FILLER PIC X(12) VALUE "  REVERSALS ".
           05  AS-REVERSED PIC ZZZZZZZ9.
           05  FILLER PIC X(17) VALUE SPACES.
       01  REPORT-NONE-LINE.
           05  FILLER PIC X(40) VALUE
               "NO CORRECTIONS APPLIED IN THE PERIOD    ".
           05  FILLER PIC X(40) VALUE SPACES.
       01  REPORT-BLANK-LINE PIC X(80) VALUE SPACES.
       01  HistoryStatus PIC XX.
       01  RunParmStatus PIC XX.
       01  HistorySwitch PIC X VALUE "N".
           88  NoMoreHistory VALUE "Y".
       01  RunParmSwitch PIC X VALUE "N".
           88  NoMoreRunParm VALUE "Y".
       01  FileErrorSwitch PIC X VALUE "N".
           88  FileError VALUE "Y".
       01  WindowFullSwitch PIC X VALUE "N".
           88  WindowFull VALUE "Y".
       01  GroupFullSwitch PIC X VALUE "N".
           88  GroupTableFull VALUE "Y".
       01  RunDate PIC 9(8).
       01  FromDate PIC 9(8) VALUE 0.
       01  ToDate PIC 9(8) VALUE 0.
       01  HistoryPosition PIC 9(9) VALUE 0.
       01  SkippedCount PIC 9(8) VALUE 0.
      * The period's corrections, in history order.
       01  WindowCount PIC 9(4) VALUE 0.
       01  WindowTable.
           05  WindowEntry OCCURS 5000 TIMES.
               10  WCE-KEY.
                   15  WCE-DATE PIC 9(8).
                   15  WCE-SITE PIC X(4).
                   15  WCE-SEQ PIC 9(4).
               10  WCE-POSITION PIC 9(9).
               10  WCE-OLD PIC S9(4)V9.
               10  WCE-NEW PIC S9(4)V9.
               10  WCE-ACTION PIC X(8).
                   88  WCE-ADDED VALUE "ADDED   ".
               10  WCE-OPERATOR PIC X(8).
               10  WCE-APPLIED PIC 9(8).
               10  WCE-REVERSAL PIC X.
                   88  WCE-REVERSES VALUE "Y".
               10  WCE-UNDONE-OPERATOR PIC X(8).
               10  WCE-UNDONE-APPLIED PIC 9(8).
       01  WindowX PIC 9(4) VALUE 0.
      * Totals by operator (type O) and by site (type S), kept in
      * type and name order for the report.
       01  GroupCount PIC 9(4) VALUE 0.
       01  GroupTable.
           05  GroupEntry OCCURS 300 TIMES.
               10  GRE-TYPE PIC X.
               10  GRE-NAME PIC X(8).
               10  GRE-CORRECTED PIC 9(8).
               10  GRE-CHANGED PIC 9(8).
               10  GRE-ADDED PIC 9(8).
               10  GRE-TOTAL PIC 9(9)V9.
               10  GRE-LARGEST PIC 9(5)V9.
               10  GRE-REVERSED PIC 9(8).
       01  GroupX PIC 9(4) VALUE 0.
       01  GroupIndex PIC 9(4) VALUE 0.
       01  WantedType PIC X.
       01  WantedName PIC X(8).
       01  PrevType PIC X VALUE SPACE.
       01  ChangeSize PIC S9(5)V9 VALUE 0.
       01  TotalCorrected PIC 9(8) VALUE 0.
       01  UnknownCount PIC 9(8) VALUE 0.
       01  ReversedCount PIC 9(8) VALUE 0.
      *
       PROCEDURE DIVISION.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       PERFORM ReadRunParms.
       PERFORM LoadPeriod.
       IF NOT FileError THEN
           PERFORM FindReversals
       END-IF
       IF FileError THEN
           MOVE 16 TO RETURN-CODE
       ELSE
           PERFORM TotalCorrections
           PERFORM WriteReport
           DISPLAY "CORRACCT: " TotalCorrected " CORRECTION(S) "
               FromDate "-" ToDate " - " UnknownCount
               " UNATTRIBUTED " ReversedCount " REVERSAL(S)"
           IF WindowFull OR GroupTableFull THEN
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
                           IF PRM-KEYWORD = "ASOFDATE"
                                   AND PRM-VALUE IS NUMERIC THEN
                               MOVE PRM-VALUE TO RunDate
                           END-IF
                           IF PRM-KEYWORD = "FROMDATE"
                                   AND PRM-VALUE IS NUMERIC THEN
                               MOVE PRM-VALUE TO FromDate
                           END-IF
                           IF PRM-KEYWORD = "TODATE  "
                                   AND PRM-VALUE IS NUMERIC THEN
                               MOVE PRM-VALUE TO ToDate
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNPARM-FILE
           END-IF
           IF ToDate = 0 THEN
               MOVE RunDate TO ToDate
           END-IF
           IF FromDate = 0 THEN
               COMPUTE FromDate = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(ToDate) - 29)
           END-IF
           EXIT.

       LoadPeriod.
           OPEN INPUT CORRECTION-HISTORY
           IF HistoryStatus NOT = "00" THEN
               DISPLAY "CORRACCT: CORRHIST OPEN FAILED - STATUS "
                   HistoryStatus
               SET FileError TO TRUE
           ELSE
               MOVE 0 TO HistoryPosition
               PERFORM UNTIL NoMoreHistory
                   READ CORRECTION-HISTORY
                       AT END
                           SET NoMoreHistory TO TRUE
                       NOT AT END
                           ADD 1 TO HistoryPosition
                           IF CHR-APPLIED-DATE NOT < FromDate
                                   AND CHR-APPLIED-DATE NOT > ToDate
                                   THEN
                               PERFORM NotePeriodCorrection
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORRECTION-HISTORY
               IF WindowFull THEN
                   DISPLAY "CORRACCT: MORE THAN 5000 CORRECTIONS IN "
                       "THE PERIOD - " SkippedCount
                       " NOT REPORTED, NARROW THE PERIOD"
               END-IF
           END-IF
           EXIT.

       NotePeriodCorrection.
           IF WindowCount >= 5000 THEN
               SET WindowFull TO TRUE
               ADD 1 TO SkippedCount
           ELSE
               ADD 1 TO WindowCount
               MOVE CHR-READING-KEY TO WCE-KEY(WindowCount)
               MOVE HistoryPosition TO WCE-POSITION(WindowCount)
               MOVE CHR-OLD-VALUE TO WCE-OLD(WindowCount)
               MOVE CHR-NEW-VALUE TO WCE-NEW(WindowCount)
               MOVE CHR-ACTION TO WCE-ACTION(WindowCount)
               MOVE CHR-OPERATOR TO WCE-OPERATOR(WindowCount)
               MOVE CHR-APPLIED-DATE TO WCE-APPLIED(WindowCount)
               MOVE "N" TO WCE-REVERSAL(WindowCount)
               MOVE SPACES TO WCE-UNDONE-OPERATOR(WindowCount)
               MOVE 0 TO WCE-UNDONE-APPLIED(WindowCount)
           END-IF
           EXIT.

      * Second pass from the beginning: an earlier correction of the
      * same reading that replaced exactly the value a period
      * correction put back makes the later one a reversal.  The
      * history is in the order corrections were applied, so the
      * last such correction found is the one undone.

       FindReversals.
           IF WindowCount > 0 THEN
               MOVE "N" TO HistorySwitch
               MOVE 0 TO HistoryPosition
               OPEN INPUT CORRECTION-HISTORY
               IF HistoryStatus NOT = "00" THEN
                   DISPLAY "CORRACCT: CORRHIST REOPEN FAILED - STATUS "
                       HistoryStatus
                   SET FileError TO TRUE
               ELSE
                   PERFORM UNTIL NoMoreHistory
                       READ CORRECTION-HISTORY
                           AT END
                               SET NoMoreHistory TO TRUE
                           NOT AT END
                               ADD 1 TO HistoryPosition
                               IF CHR-APPLIED
                                       AND CHR-OLD-VALUE
                                           NOT = CHR-NEW-VALUE THEN
                                   PERFORM MatchEarlierCorrection
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CORRECTION-HISTORY
               END-IF
           END-IF
           EXIT.

       MatchEarlierCorrection.
           PERFORM VARYING WindowX FROM 1 BY 1
                   UNTIL WindowX > WindowCount
               IF WCE-KEY(WindowX) = CHR-READING-KEY
                       AND WCE-POSITION(WindowX) > HistoryPosition
                       AND WCE-NEW(WindowX) = CHR-OLD-VALUE THEN
                   SET WCE-REVERSES(WindowX) TO TRUE
                   MOVE CHR-OPERATOR TO WCE-UNDONE-OPERATOR(WindowX)
                   MOVE CHR-APPLIED-DATE TO WCE-UNDONE-APPLIED(WindowX)
               END-IF
           END-PERFORM
           EXIT.

       TotalCorrections.
           PERFORM VARYING WindowX FROM 1 BY 1
                   UNTIL WindowX > WindowCount
               ADD 1 TO TotalCorrected
               IF WCE-OPERATOR(WindowX) = "UNKNOWN " THEN
                   ADD 1 TO UnknownCount
               END-IF
               IF WCE-REVERSES(WindowX) THEN
                   ADD 1 TO ReversedCount
               END-IF
               MOVE 0 TO ChangeSize
               IF NOT WCE-ADDED(WindowX) THEN
                   COMPUTE ChangeSize =
                       WCE-NEW(WindowX) - WCE-OLD(WindowX)
                   IF ChangeSize < 0 THEN
                       COMPUTE ChangeSize = 0 - ChangeSize
                   END-IF
               END-IF
               MOVE "O" TO WantedType
               MOVE WCE-OPERATOR(WindowX) TO WantedName
               PERFORM AddToGroup
               MOVE "S" TO WantedType
               MOVE WCE-SITE(WindowX) TO WantedName
               PERFORM AddToGroup
           END-PERFORM
           EXIT.

       AddToGroup.
           PERFORM FindGroupEntry
           IF GroupIndex > 0 THEN
               ADD 1 TO GRE-CORRECTED(GroupIndex)
               IF WCE-ADDED(WindowX) THEN
                   ADD 1 TO GRE-ADDED(GroupIndex)
               ELSE
                   ADD 1 TO GRE-CHANGED(GroupIndex)
                   ADD ChangeSize TO GRE-TOTAL(GroupIndex)
                   IF ChangeSize > GRE-LARGEST(GroupIndex) THEN
                       MOVE ChangeSize TO GRE-LARGEST(GroupIndex)
                   END-IF
               END-IF
               IF WCE-REVERSES(WindowX) THEN
                   ADD 1 TO GRE-REVERSED(GroupIndex)
               END-IF
           END-IF
           EXIT.

       FindGroupEntry.
           MOVE 0 TO GroupIndex
           PERFORM VARYING GroupX FROM 1 BY 1 UNTIL GroupX > GroupCount
               IF GRE-TYPE(GroupX) = WantedType
                       AND GRE-NAME(GroupX) = WantedName THEN
                   MOVE GroupX TO GroupIndex
               END-IF
           END-PERFORM
           IF GroupIndex = 0 THEN
               IF GroupCount >= 300 THEN
                   IF NOT GroupTableFull THEN
                       DISPLAY "CORRACCT: MORE THAN 300 OPERATORS AND "
                           "SITES - TOTALS INCOMPLETE"
                   END-IF
                   SET GroupTableFull TO TRUE
               ELSE
                   MOVE 1 TO GroupIndex
                   PERFORM VARYING GroupX FROM 1 BY 1
                           UNTIL GroupX > GroupCount
                       IF GRE-TYPE(GroupX) < WantedType
                               OR (GRE-TYPE(GroupX) = WantedType
                                   AND GRE-NAME(GroupX)
                                       < WantedName) THEN
                           COMPUTE GroupIndex = GroupX + 1
                       END-IF
                   END-PERFORM
                   PERFORM VARYING GroupX FROM GroupCount BY -1
                           UNTIL GroupX < GroupIndex
                       MOVE GroupEntry(GroupX)
                           TO GroupEntry(GroupX + 1)
                   END-PERFORM
                   ADD 1 TO GroupCount
                   MOVE WantedType TO GRE-TYPE(GroupIndex)
                   MOVE WantedName TO GRE-NAME(GroupIndex)
                   MOVE 0 TO GRE-CORRECTED(GroupIndex)
                   MOVE 0 TO GRE-CHANGED(GroupIndex)
                   MOVE 0 TO GRE-ADDED(GroupIndex)
                   MOVE 0 TO GRE-TOTAL(GroupIndex)
                   MOVE 0 TO GRE-LARGEST(GroupIndex)
                   MOVE 0 TO GRE-REVERSED(GroupIndex)
               END-IF
           END-IF
           EXIT.

       WriteReport.
           OPEN OUTPUT REPORT-FILE
           MOVE FromDate TO AT-FROM-DATE
           MOVE ToDate TO AT-TO-DATE
           MOVE RunDate TO AT-RUN-DATE
           WRITE REPORT-LINE FROM REPORT-TITLE-LINE
           IF WindowCount = 0 THEN
               WRITE REPORT-LINE FROM REPORT-NONE-LINE
           ELSE
               PERFORM VARYING GroupX FROM 1 BY 1
                       UNTIL GroupX > GroupCount
                   IF GRE-TYPE(GroupX) NOT = PrevType THEN
                       WRITE REPORT-LINE FROM REPORT-BLANK-LINE
                       IF GRE-TYPE(GroupX) = "O" THEN
                           MOVE "OPERATOR" TO AH-GROUP
                       ELSE
                           MOVE "SITE    " TO AH-GROUP
                       END-IF
                       WRITE REPORT-LINE FROM REPORT-HEADING-LINE
                       MOVE GRE-TYPE(GroupX) TO PrevType
                   END-IF
                   MOVE GRE-NAME(GroupX) TO AG-NAME
                   MOVE GRE-CORRECTED(GroupX) TO AG-CORRECTED
                   MOVE GRE-CHANGED(GroupX) TO AG-CHANGED
                   MOVE GRE-ADDED(GroupX) TO AG-ADDED
                   MOVE GRE-TOTAL(GroupX) TO AG-TOTAL
                   MOVE GRE-LARGEST(GroupX) TO AG-LARGEST
                   MOVE GRE-REVERSED(GroupX) TO AG-REVERSED
                   WRITE REPORT-LINE FROM REPORT-GROUP-LINE
               END-PERFORM
               IF ReversedCount > 0 THEN
                   WRITE REPORT-LINE FROM REPORT-BLANK-LINE
                   WRITE REPORT-LINE FROM REPORT-REVERSAL-HEADING
                   PERFORM VARYING WindowX FROM 1 BY 1
                           UNTIL WindowX > WindowCount
                       IF WCE-REVERSES(WindowX) THEN
                           PERFORM WriteReversalLine
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           WRITE REPORT-LINE FROM REPORT-BLANK-LINE
           MOVE TotalCorrected TO AS-CORRECTED
           MOVE UnknownCount TO AS-UNKNOWN
           MOVE ReversedCount TO AS-REVERSED
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
           CLOSE REPORT-FILE
           EXIT.

       WriteReversalLine.
           MOVE WCE-DATE(WindowX) TO AV-DATE
           MOVE WCE-SITE(WindowX) TO AV-SITE
           MOVE WCE-SEQ(WindowX) TO AV-SEQ
           MOVE WCE-OPERATOR(WindowX) TO AV-OPERATOR
           MOVE WCE-APPLIED(WindowX) TO AV-APPLIED
           MOVE WCE-NEW(WindowX) TO AV-VALUE
           MOVE WCE-UNDONE-OPERATOR(WindowX) TO AV-UNDONE-OPERATOR
           MOVE WCE-UNDONE-APPLIED(WindowX) TO AV-UNDONE-APPLIED
           WRITE REPORT-LINE FROM REPORT-REVERSAL-LINE
           EXIT.

       END PROGRAM CORRECTION-ACCOUNTABILITY.
