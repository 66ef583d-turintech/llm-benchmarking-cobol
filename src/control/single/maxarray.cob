      * Reads today's readings from the indexed READINGS-FILE (keyed
      * by reading date, site and sequence within the day), validates
      * each one against the per-site thresholds on file in CTLPARM
      * (blank site id carries the all-sites default) and against
      * the site's own recent behaviour - a value left unchanged
      * across a run of consecutive sequences is a stuck meter
      * (FLAT) and a jump beyond a percentage of the site's last
      * good reading is a spike (SPIK), both limits set per site on
      * the MAXSENS records in CTLPARM - and produces a
      * max/min/average/count summary per site plus an all-sites
      * roll-up, with a trend comparison against the stored maximum
      * for the previous business day with data - weekends, plant
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
       FD  MAXHIST-FILE.
       COPY MAXHIST.
       FD  TREND-REPORT.
           05  CKPT-MAX PIC S9(4)V9.
           05  CKPT-MIN PIC S9(4)V9.
           05  CKPT-TOTAL PIC S9(9)V9.
           05  CKPT-LAST-SEQ PIC 9(4).
           05  CKPT-LAST-VALUE PIC S9(4)V9.
           05  CKPT-RUN-LENGTH PIC 9(4).
           05  CKPT-REF-VALUE PIC S9(4)V9.
           05  CKPT-REF-FLAG PIC X.
       FD  CONTROL-FILE.
       COPY CTLPARM.
       FD  CALENDAR-FILE.
       01  ControlStatus PIC XX.
       01  SiteCount PIC 9(4) VALUE 0.
       01  SiteTable.
           05  SiteEntry OCCURS 200 TIMES.
               10  STE-SITE PIC X(4).
               10  STE-COUNT PIC 9(8).
               10  STE-MAX PIC S9(4)V9.
               10  STE-MIN PIC S9(4)V9.
               10  STE-TOTAL PIC S9(9)V9.
               10  STE-LAST-SEQ PIC 9(4).
               10  STE-LAST-VALUE PIC S9(4)V9.
               10  STE-RUN-LENGTH PIC 9(4).
               10  STE-REF-VALUE PIC S9(4)V9.
               10  STE-REF-FLAG PIC X.
                   88  STE-HAS-REF VALUE "Y".
       01  SiteIndex PIC 9(4) VALUE 0.
       01  SiteX PIC 9(4) VALUE 0.
       01  SiteAverage PIC S9(6)V99 VALUE 0.
       01  ThresholdCount PIC 9(4) VALUE 0.
       01  ThresholdTable.
           05  ThresholdEntry OCCURS 201 TIMES.
               10  THE-SITE PIC X(4).
               10  THE-LOW PIC S9(4)V9.
               10  THE-HIGH PIC S9(4)V9.
               10  THE-EFF-DATE PIC 9(8).
       01  SensCount PIC 9(4) VALUE 0.
       01  SensTable.
           05  SensEntry OCCURS 201 TIMES.
               10  SNE-SITE PIC X(4).
               10  SNE-FLAT-RUN PIC 9(4).
               10  SNE-SPIKE-PCT PIC 9(4).
               10  SNE-EFF-DATE PIC 9(8).
       01  SensIndex PIC 9(4) VALUE 0.
       01  SensX PIC 9(4) VALUE 0.
       01  FlatRunLimit PIC 9(4) VALUE 0.
       01  SpikePctLimit PIC 9(4) VALUE 0.
       01  CurrFlatRun PIC 9(4) VALUE 0.
       01  CurrSpikePct PIC 9(4) VALUE 0.
       01  SpikeChange PIC S9(5)V9 VALUE 0.
       01  SpikeBase PIC S9(5)V9 VALUE 0.
       01  ExceptionReason PIC X(4) VALUE SPACES.
       01  ThreshIndex PIC 9(4) VALUE 0.
       01  ThreshX PIC 9(4) VALUE 0.
       01  TrendSite PIC X(4).
           88  CheckpointOpen VALUE "Y".
       01  PendingCount PIC 9(4) VALUE 0.
       01  PendingTable.
           05  PendingEntry OCCURS 200 TIMES.
               10  PDE-SITE PIC X(4).
               10  PDE-COUNT PIC 9(8).
               10  PDE-MAX PIC S9(4)V9.
               10  PDE-MIN PIC S9(4)V9.
               10  PDE-TOTAL PIC S9(9)V9.
               10  PDE-LAST-SEQ PIC 9(4).
               10  PDE-LAST-VALUE PIC S9(4)V9.
               10  PDE-RUN-LENGTH PIC 9(4).
               10  PDE-REF-VALUE PIC S9(4)V9.
               10  PDE-REF-FLAG PIC X.
       01  PendingKey.
           05  PendingKeyDate PIC 9(8).
           05  PendingKeySite PIC X(4).
           END-IF
           EXIT.

      * The band check comes first; an in-band reading is then
      * judged against its neighbours.  The flatline run counts
      * every reading, good or bad, whose value repeats the one at
      * the sequence just before it, and flags the reading that
      * brings the run to the site's limit and every repeat after
      * it - the readings before that point cannot be told from a
      * plant running steady and stay in the statistics.  The
      * spike check compares against the last reading the site had
      * taken into its statistics rather than the last one read,
      * so the good reading that follows a spike is not thrown out
      * as a spike in the other direction.  A zero last good
      * reading gives no base for a percentage and is not checked.

       ValidateReading.
           MOVE READING-KEY TO LastReadKey
           PERFORM FindSiteEntry
           IF SiteIndex > 0 THEN
               PERFORM FindSiteThresholds
               MOVE SPACES TO ExceptionReason
               IF READING-VALUE > CurrHighThreshold THEN
                   MOVE "HIGH" TO ExceptionReason
               ELSE
                   IF READING-VALUE < CurrLowThreshold THEN
                       MOVE "LOW " TO ExceptionReason
                   END-IF
               END-IF
               PERFORM TrackFlatline
               IF ExceptionReason = SPACES THEN
                   PERFORM CheckSpike
               END-IF
               IF ExceptionReason NOT = SPACES THEN
                   PERFORM WriteException
               ELSE
                   ADD 1 TO STE-COUNT(SiteIndex)
                       ON SIZE ERROR
                           SET ArithError TO TRUE
                   END-ADD
                   MOVE READING-VALUE TO STE-REF-VALUE(SiteIndex)
                   SET STE-HAS-REF(SiteIndex) TO TRUE
               END-IF
           END-IF
           EXIT.

       TrackFlatline.
           IF STE-RUN-LENGTH(SiteIndex) > 0
                   AND READING-SEQ = STE-LAST-SEQ(SiteIndex) + 1
                   AND READING-VALUE = STE-LAST-VALUE(SiteIndex) THEN
               ADD 1 TO STE-RUN-LENGTH(SiteIndex)
           ELSE
               MOVE 1 TO STE-RUN-LENGTH(SiteIndex)
           END-IF
           MOVE READING-SEQ TO STE-LAST-SEQ(SiteIndex)
           MOVE READING-VALUE TO STE-LAST-VALUE(SiteIndex)
           IF ExceptionReason = SPACES
                   AND CurrFlatRun > 0
                   AND STE-RUN-LENGTH(SiteIndex) >= CurrFlatRun THEN
               MOVE "FLAT" TO ExceptionReason
           END-IF
           EXIT.

       CheckSpike.
           IF CurrSpikePct > 0
                   AND STE-HAS-REF(SiteIndex)
                   AND STE-REF-VALUE(SiteIndex) NOT = 0 THEN
               COMPUTE SpikeChange =
                   READING-VALUE - STE-REF-VALUE(SiteIndex)
               IF SpikeChange < 0 THEN
                   COMPUTE SpikeChange = 0 - SpikeChange
               END-IF
               MOVE STE-REF-VALUE(SiteIndex) TO SpikeBase
               IF SpikeBase < 0 THEN
                   COMPUTE SpikeBase = 0 - SpikeBase
               END-IF
               IF SpikeChange * 100 > SpikeBase * CurrSpikePct THEN
                   MOVE "SPIK" TO ExceptionReason
               END-IF
           END-IF
           EXIT.
               END-IF
           END-PERFORM
           IF SiteIndex = 0 THEN
               IF SiteCount >= 200 THEN
                   DISPLAY "MAXARRAY: SITE TABLE FULL AT SITE "
                       READING-SITE
                   SET FileError TO TRUE
                   MOVE -9999.9 TO STE-MAX(SiteCount)
                   MOVE 9999.9 TO STE-MIN(SiteCount)
                   MOVE 0 TO STE-TOTAL(SiteCount)
                   MOVE 0 TO STE-LAST-SEQ(SiteCount)
                   MOVE 0 TO STE-LAST-VALUE(SiteCount)
                   MOVE 0 TO STE-RUN-LENGTH(SiteCount)
                   MOVE 0 TO STE-REF-VALUE(SiteCount)
                   MOVE "N" TO STE-REF-FLAG(SiteCount)
                   MOVE SiteCount TO SiteIndex
               END-IF
           END-IF
                   MOVE THE-HIGH(ThreshX) TO CurrHighThreshold
               END-IF
           END-PERFORM
           MOVE FlatRunLimit TO CurrFlatRun
           MOVE SpikePctLimit TO CurrSpikePct
           PERFORM VARYING SensX FROM 1 BY 1
                   UNTIL SensX > SensCount
               IF SNE-SITE(SensX) = READING-SITE THEN
                   MOVE SNE-FLAT-RUN(SensX) TO CurrFlatRun
                   MOVE SNE-SPIKE-PCT(SensX) TO CurrSpikePct
               END-IF
           END-PERFORM
           EXIT.

       RollupSites.
           MOVE READING-SITE TO EXC-SITE
           MOVE READING-SEQ TO EXC-SEQUENCE
           MOVE READING-VALUE TO EXC-VALUE
           MOVE ExceptionReason TO EXC-REASON
           IF TrialRun THEN
               SET EXC-TRIAL TO TRUE
           ELSE
      * LOW-N/HIGH-N values are in tenths of a unit (0125 means
      * 12.5), so the record layout shared with the whole-number
      * programs did not have to move; they are converted to real
      * tenths on the way into the table.  The MAXSENS records
      * alongside them carry the neighbour checks in whole numbers,
      * resolved per site the same way: LOW-N is the flatline run
      * (that many consecutive sequences at one value) and HIGH-N
      * the spike percentage.  Zero, or no record at all, leaves
      * that check off for the site.

       ReadThresholds.
           OPEN INPUT CONTROL-FILE
                                   THEN
                               PERFORM StoreThreshold
                           END-IF
                           IF CTL-PROGRAM-ID = "MAXSENS "
                                   AND CTL-EFF-DATE NOT > TodayDate
                                   THEN
                               PERFORM StoreSensitivity
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
                   SET FoundControl TO TRUE
               END-IF
           END-PERFORM
           PERFORM VARYING SensX FROM 1 BY 1
                   UNTIL SensX > SensCount
               IF SNE-SITE(SensX) = SPACES THEN
                   MOVE SNE-FLAT-RUN(SensX) TO FlatRunLimit
                   MOVE SNE-SPIKE-PCT(SensX) TO SpikePctLimit
               END-IF
           END-PERFORM
           EXIT.

       StoreThreshold.
               END-IF
           END-PERFORM
           IF ThreshIndex = 0 THEN
               IF ThresholdCount >= 201 THEN
                   DISPLAY "MAXARRAY: THRESHOLD TABLE FULL AT SITE "
                       CTL-SITE-ID
               ELSE
           END-IF
           EXIT.

       StoreSensitivity.
           MOVE 0 TO SensIndex
           PERFORM VARYING SensX FROM 1 BY 1
                   UNTIL SensX > SensCount
               IF SNE-SITE(SensX) = CTL-SITE-ID THEN
                   MOVE SensX TO SensIndex
               END-IF
           END-PERFORM
           IF SensIndex = 0 THEN
               IF SensCount >= 201 THEN
                   DISPLAY "MAXARRAY: SENSITIVITY TABLE FULL AT SITE "
                       CTL-SITE-ID
               ELSE
                   ADD 1 TO SensCount
                   MOVE SensCount TO SensIndex
                   MOVE CTL-SITE-ID TO SNE-SITE(SensIndex)
                   MOVE 0 TO SNE-EFF-DATE(SensIndex)
               END-IF
           END-IF
           IF SensIndex > 0 THEN
               IF CTL-EFF-DATE >= SNE-EFF-DATE(SensIndex) THEN
                   MOVE 0 TO SNE-FLAT-RUN(SensIndex)
                   MOVE 0 TO SNE-SPIKE-PCT(SensIndex)
                   IF CTL-LOW-N > 0 THEN
                       MOVE CTL-LOW-N TO SNE-FLAT-RUN(SensIndex)
                   END-IF
                   IF CTL-HIGH-N > 0 THEN
                       MOVE CTL-HIGH-N TO SNE-SPIKE-PCT(SensIndex)
                   END-IF
                   MOVE CTL-EFF-DATE TO SNE-EFF-DATE(SensIndex)
               END-IF
           END-IF
           EXIT.

      * Checkpoints are appended as one site record per site plus an
      * end-of-group record, all carrying the key of the last
      * processed reading.  Restore is positional in a single pass:
      * the same reading key - so the buffer also starts over when
      * the key changes or a site repeats (every group writes each
      * site once, first site first, so a repeat can only mean a
      * new group has begun).  Each site record also carries the
      * site's flatline run and last good reading, so a restart
      * picks up the neighbour checks where they left off.  The
      * file is truncated again once the run ends cleanly.

       ReadCheckpoint.
           OPEN INPUT CHECKPOINT-FILE
           IF PendingCount = 0 THEN
               MOVE CKPT-KEY TO PendingKey
           END-IF
           IF PendingCount >= 200 THEN
               DISPLAY "MAXARRAY: SITE TABLE FULL RESTORING CHECKPOINT"
               SET FileError TO TRUE
           ELSE
               MOVE CKPT-MAX TO PDE-MAX(PendingCount)
               MOVE CKPT-MIN TO PDE-MIN(PendingCount)
               MOVE CKPT-TOTAL TO PDE-TOTAL(PendingCount)
               MOVE CKPT-LAST-SEQ TO PDE-LAST-SEQ(PendingCount)
               MOVE CKPT-LAST-VALUE TO PDE-LAST-VALUE(PendingCount)
               MOVE CKPT-RUN-LENGTH TO PDE-RUN-LENGTH(PendingCount)
               MOVE CKPT-REF-VALUE TO PDE-REF-VALUE(PendingCount)
               MOVE CKPT-REF-FLAG TO PDE-REF-FLAG(PendingCount)
           END-IF
           EXIT.

                   MOVE PDE-MAX(PendingX) TO STE-MAX(PendingX)
                   MOVE PDE-MIN(PendingX) TO STE-MIN(PendingX)
                   MOVE PDE-TOTAL(PendingX) TO STE-TOTAL(PendingX)
                   MOVE PDE-LAST-SEQ(PendingX)
                       TO STE-LAST-SEQ(PendingX)
                   MOVE PDE-LAST-VALUE(PendingX)
                       TO STE-LAST-VALUE(PendingX)
                   MOVE PDE-RUN-LENGTH(PendingX)
                       TO STE-RUN-LENGTH(PendingX)
                   MOVE PDE-REF-VALUE(PendingX)
                       TO STE-REF-VALUE(PendingX)
                   MOVE PDE-REF-FLAG(PendingX)
                       TO STE-REF-FLAG(PendingX)
               END-PERFORM
               MOVE PendingCount TO SiteCount
               MOVE CKPT-KEY TO SavedStartKey
               MOVE STE-MAX(SiteX) TO CKPT-MAX
               MOVE STE-MIN(SiteX) TO CKPT-MIN
               MOVE STE-TOTAL(SiteX) TO CKPT-TOTAL
               MOVE STE-LAST-SEQ(SiteX) TO CKPT-LAST-SEQ
               MOVE STE-LAST-VALUE(SiteX) TO CKPT-LAST-VALUE
               MOVE STE-RUN-LENGTH(SiteX) TO CKPT-RUN-LENGTH
               MOVE STE-REF-VALUE(SiteX) TO CKPT-REF-VALUE
               MOVE STE-REF-FLAG(SiteX) TO CKPT-REF-FLAG
               WRITE CHECKPOINT-LINE
           END-PERFORM
           SET CKPT-END-REC TO TRUE
           MOVE 0 TO CKPT-MAX
           MOVE 0 TO CKPT-MIN
           MOVE 0 TO CKPT-TOTAL
           MOVE 0 TO CKPT-LAST-SEQ
           MOVE 0 TO CKPT-LAST-VALUE
           MOVE 0 TO CKPT-RUN-LENGTH
           MOVE 0 TO CKPT-REF-VALUE
           MOVE "N" TO CKPT-REF-FLAG
           WRITE CHECKPOINT-LINE
           EXIT.

