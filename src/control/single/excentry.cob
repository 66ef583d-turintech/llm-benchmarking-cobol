      *
      * Pseudo-conversational CICS transaction (EXCQ) that lets the
      * operator page through the OPEN lines on the exception report
      * (date, site, sequence, value, reason), pick one by line
      * number, key a corrected value, and have it validated on the
      * spot against the same CTLPARM thresholds MAX-ARRAY uses
      * before it is queued for EXCEPTION-FIX - turning the printed
      * report / hand-keyed CORRTRAN / next-morning BAD TRAN loop
      * into same-day repair.  The corrected value is keyed in
      * the CORRBAT job picks them up unchanged.  The paging
      * position and the keys of the lines on screen ride in the
      * commarea between sends, the same pseudo-conversational
      * shape as RESULT-INQUIRY.  The reason is HIGH or LOW for a
      * band break, FLAT for a stuck meter and SPIK for a spike;
      * the last two are corrected the same way, with the keyed
      * value also checked against the neighbour that raised them.
      * Every queued correction carries the signed-on operator id,
      * the terminal and the date and time it was keyed, so
      * EXCEPTION-FIX can put a name against the change on the
      * correction history.
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           05  COR-READING-SITE PIC X(4).
           05  COR-READING-SEQ PIC 9(4).
           05  COR-NEW-VALUE PIC S9(4)V9.
           05  COR-OPERATOR PIC X(8).
           05  COR-TERMINAL PIC X(4).
           05  COR-ENTRY-DATE PIC 9(8).
           05  COR-ENTRY-TIME PIC 9(6).
       COPY CTLPARM.
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
       01  COMM-AREA.
           05  CA-OFFSET PIC 9(8) VALUE 0.
           05  CA-ROW-COUNT PIC 9 VALUE 0.
       01  BestDfltDate PIC 9(8) VALUE 0.
       01  SiteThreshSwitch PIC X VALUE "N".
           88  SiteThresholdFound VALUE "Y".
       01  SpikePct PIC 9(4) VALUE 0.
       01  BestSensSiteDate PIC 9(8) VALUE 0.
       01  BestSensDfltDate PIC 9(8) VALUE 0.
       01  SiteSensSwitch PIC X VALUE "N".
           88  SiteSensFound VALUE "Y".
       01  RdgLength PIC S9(4) COMP VALUE 41.
       01  SpikeChange PIC S9(5)V9 VALUE 0.
       01  SpikeBase PIC S9(5)V9 VALUE 0.
       01  ReferenceSwitch PIC X VALUE "N".
           88  ReferenceFound VALUE "Y".
       01  ReferenceValue PIC S9(4)V9 VALUE 0.
       01  OpenSeqCount PIC 9(4) VALUE 0.
       01  OpenSeqTable.
           05  OpenSeqEntry OCCURS 500 TIMES.
               10  OSE-SEQ PIC 9(4).
       01  OpenSeqX PIC 9(4) VALUE 0.
       01  OpenSeqSwitch PIC X VALUE "N".
           88  SeqIsOpen VALUE "Y".
       01  EntryMessage PIC X(40) VALUE SPACES.
       LINKAGE SECTION.
       01  DFHCOMMAREA PIC X(159).
                           MOVE "VALUE OUTSIDE SITE THRESHOLDS"
                               TO EntryMessage
                       ELSE
                           PERFORM CheckNeighbour
                           IF EntryMessage = SPACES THEN
                               PERFORM QueueCorrection
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

      * A FLAT line is a value repeated down the sequences, so
      * keying the same value back only confirms the stuck meter.
      * A SPIK line is re-judged the way MAX-ARRAY's rerun will
      * judge it, against the site's last reading in the day's
      * statistics before it: READINGS is browsed backwards from
      * the sequence before the line's, passing over any reading
      * that has an OPEN line of its own on the exception report
      * (and so sits outside the statistics) and any gap in the
      * sequences, and the first reading left is the base, with
      * the site's MAXSENS spike percentage.  When no such reading
      * is on file for the day, or it is zero, there is nothing to
      * measure against and the value passes.

       CheckNeighbour.
           MOVE SPACES TO EntryMessage
           IF CA-REASON(SelNumber) = "FLAT" THEN
               IF NewValue = CA-VALUE(SelNumber) THEN
                   MOVE "SAME VALUE - METER STILL FLAT"
                       TO EntryMessage
               END-IF
           END-IF
           IF CA-REASON(SelNumber) = "SPIK"
                   AND SpikePct > 0
                   AND CA-SEQ(SelNumber) > 0 THEN
               PERFORM LoadOpenSequences
               PERFORM FindSpikeReference
               IF ReferenceFound AND ReferenceValue NOT = 0 THEN
                   COMPUTE SpikeChange = NewValue - ReferenceValue
                   IF SpikeChange < 0 THEN
                       COMPUTE SpikeChange = 0 - SpikeChange
                   END-IF
                   MOVE ReferenceValue TO SpikeBase
                   IF SpikeBase < 0 THEN
                       COMPUTE SpikeBase = 0 - SpikeBase
                   END-IF
                   IF SpikeChange * 100 > SpikeBase * SpikePct THEN
                       MOVE "STILL A SPIKE ON PREVIOUS READING"
                           TO EntryMessage
                   END-IF
               END-IF
           END-IF
           EXIT.

      * The sequences before the selected line that are OPEN on
      * the exception report for the same date and site.

       LoadOpenSequences.
           MOVE 0 TO OpenSeqCount
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
                       IF EXC-STATUS = "OPEN    "
                               AND EXC-DATE = CA-DATE(SelNumber)
                               AND EXC-SITE = CA-SITE(SelNumber)
                               AND EXC-SEQUENCE < CA-SEQ(SelNumber)
                               AND OpenSeqCount < 500 THEN
                           ADD 1 TO OpenSeqCount
                           MOVE EXC-SEQUENCE TO OSE-SEQ(OpenSeqCount)
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR DATASET("EXCPRPT")
               END-EXEC
           END-IF
           EXIT.

      * The browse starts on the selected line's own reading, so
      * the first record read back is passed over along with any
      * at or above its sequence; it stops at the first reading of
      * another day or site.

       FindSpikeReference.
           MOVE "N" TO ReferenceSwitch
           MOVE 0 TO ReferenceValue
           MOVE "N" TO BrowseSwitch
           MOVE CA-DATE(SelNumber) TO READING-DATE
           MOVE CA-SITE(SelNumber) TO READING-SITE
           MOVE CA-SEQ(SelNumber) TO READING-SEQ
           EXEC CICS
               STARTBR DATASET("READINGS") RIDFLD(READING-KEY)
                   RESP(RespCode)
           END-EXEC
           IF RespCode = DFHRESP(NORMAL) THEN
               PERFORM UNTIL BrowseDone
                   MOVE 41 TO RdgLength
                   EXEC CICS
                       READPREV DATASET("READINGS")
                           INTO(READING-RECORD) LENGTH(RdgLength)
                           RIDFLD(READING-KEY) RESP(RespCode)
                   END-EXEC
                   IF RespCode NOT = DFHRESP(NORMAL) THEN
                       SET BrowseDone TO TRUE
                   ELSE
                       IF READING-DATE NOT = CA-DATE(SelNumber)
                               OR READING-SITE
                                   NOT = CA-SITE(SelNumber) THEN
                           SET BrowseDone TO TRUE
                       ELSE
                           IF READING-SEQ < CA-SEQ(SelNumber) THEN
                               PERFORM CheckOpenSequence
                               IF NOT SeqIsOpen THEN
                                   MOVE READING-VALUE
                                       TO ReferenceValue
                                   SET ReferenceFound TO TRUE
                                   SET BrowseDone TO TRUE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR DATASET("READINGS")
               END-EXEC
           END-IF
           EXIT.

       CheckOpenSequence.
           MOVE "N" TO OpenSeqSwitch
           PERFORM VARYING OpenSeqX FROM 1 BY 1
                   UNTIL OpenSeqX > OpenSeqCount
               IF OSE-SEQ(OpenSeqX) = READING-SEQ THEN
                   SET SeqIsOpen TO TRUE
               END-IF
           END-PERFORM
           EXIT.

       LookupThresholds.
           EXEC CICS
               ASKTIME ABSTIME(AbsTime)
           MOVE 0 TO BestSiteDate
           MOVE 0 TO BestDfltDate
           MOVE "N" TO SiteThreshSwitch
           MOVE 0 TO SpikePct
           MOVE 0 TO BestSensSiteDate
           MOVE 0 TO BestSensDfltDate
           MOVE "N" TO SiteSensSwitch
           MOVE 0 TO BrowseRba
           MOVE "N" TO BrowseSwitch
           EXEC CICS
                   COMPUTE HighThreshold = CTL-HIGH-N / 10
               END-IF
           END-IF
           IF CTL-PROGRAM-ID = "MAXSENS "
                   AND CTL-EFF-DATE NOT > TodayDate THEN
               IF CTL-SITE-ID = CA-SITE(SelNumber)
                       AND CTL-EFF-DATE >= BestSensSiteDate THEN
                   MOVE CTL-EFF-DATE TO BestSensSiteDate
                   MOVE 0 TO SpikePct
                   IF CTL-HIGH-N > 0 THEN
                       MOVE CTL-HIGH-N TO SpikePct
                   END-IF
                   SET SiteSensFound TO TRUE
               END-IF
               IF CTL-SITE-ID = SPACES
                       AND NOT SiteSensFound
                       AND CTL-EFF-DATE >= BestSensDfltDate THEN
                   MOVE CTL-EFF-DATE TO BestSensDfltDate
                   MOVE 0 TO SpikePct
                   IF CTL-HIGH-N > 0 THEN
                       MOVE CTL-HIGH-N TO SpikePct
                   END-IF
               END-IF
           END-IF
           EXIT.

       QueueCorrection.
           MOVE CA-SITE(SelNumber) TO COR-READING-SITE
           MOVE CA-SEQ(SelNumber) TO COR-READING-SEQ
           MOVE NewValue TO COR-NEW-VALUE
           MOVE SPACES TO COR-OPERATOR
           EXEC CICS
               ASSIGN USERID(COR-OPERATOR) RESP(RespCode)
           END-EXEC
           MOVE EIBTRMID TO COR-TERMINAL
           EXEC CICS
               ASKTIME ABSTIME(AbsTime)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(AbsTime)
                   YYYYMMDD(COR-ENTRY-DATE) TIME(COR-ENTRY-TIME)
           END-EXEC
           EXEC CICS
               WRITEQ TD QUEUE("CORR") FROM(CORRECTION-RECORD)
                   LENGTH(47) RESP(RespCode)
           END-EXEC
           IF RespCode = DFHRESP(NORMAL) THEN
               MOVE "CORRECTION QUEUED FOR CORRBAT"
