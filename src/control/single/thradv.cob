      * CTL-TRANS add transactions for CTL-MAINT are written to
      * THRTRANS with the first of next month as the effective
      * date - every change is still approved and submitted by
      * hand.  Each transaction is tagged THRADV as its source, so
      * the maintenance journal shows which changes came from a
      * recommendation; the submitter is left blank for the
      * approver to key before the deck goes to CTL-MAINT.
      * THRESHOLD-SIMULATION replays the deck against recent
      * READINGS and the OPEN exceptions first, so the approver
      * sees what each change would have flagged and cleared.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  TRAN-HIGH-N PIC S9(4).
           05  TRAN-MODULUS PIC S9(4).
           05  TRAN-EFF-DATE PIC 9(8).
           05  TRAN-SUBMITTER PIC X(8).
           05  TRAN-SOURCE PIC X(8).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(110).
      *
       01  EffDate PIC 9(8).
       01  SiteCount PIC 9(4) VALUE 0.
       01  SiteTable.
           05  SiteEntry OCCURS 200 TIMES.
               10  STE-SITE PIC X(4).
               10  STE-DAYS PIC 9(4).
               10  STE-OBS-MIN PIC S9(4)V9.
       01  CurrHighThreshold PIC S9(4)V9 VALUE 9999.9.
       01  ThresholdCount PIC 9(4) VALUE 0.
       01  ThresholdTable.
           05  ThresholdEntry OCCURS 201 TIMES.
               10  THE-SITE PIC X(4).
               10  THE-LOW PIC S9(4)V9.
               10  THE-HIGH PIC S9(4)V9.
               END-IF
           END-PERFORM
           IF ThreshIndex = 0 THEN
               IF ThresholdCount >= 201 THEN
                   DISPLAY "THRADV: THRESHOLD TABLE FULL AT SITE "
                       CTL-SITE-ID
               ELSE
               END-IF
           END-PERFORM
           IF SiteIndex = 0 THEN
               IF SiteCount >= 200 THEN
                   DISPLAY "THRADV: SITE TABLE FULL AT SITE " MH-SITE
               ELSE
                   ADD 1 TO SiteCount
           EXIT.

      * One add transaction per recommended site, in CTL-MAINT's
      * CTL-TRANS layout with the values keyed in tenths, the
      * future effective date and the THRADV source tag, ready to
      * be reviewed and fed to CTL-MAINT by hand.

       WriteOneTransaction.
           MOVE "A" TO TRAN-CODE
           COMPUTE TRAN-HIGH-N = RecHigh * 10
           MOVE 0 TO TRAN-MODULUS
           MOVE EffDate TO TRAN-EFF-DATE
           MOVE SPACES TO TRAN-SUBMITTER
           MOVE "THRADV  " TO TRAN-SOURCE
           WRITE THR-TRANS-LINE
           ADD 1 TO RecommendCount
           EXIT.
