       01  Avg7StartDate PIC 9(8).
       01  HistCount PIC 9(4) VALUE 0.
       01  HistTable.
           05  HistEntry OCCURS 6030 TIMES.
               10  HTE-DATE PIC 9(8).
               10  HTE-SITE PIC X(4).
               10  HTE-MAX PIC S9(4)V9.
       01  HistX PIC 9(4) VALUE 0.
       01  SiteCount PIC 9(4) VALUE 0.
       01  SiteTable.
           05  SiteEntry OCCURS 201 TIMES.
               10  SIT-SITE PIC X(4).
       01  SiteX PIC 9(4) VALUE 0.
       01  SiteIndex PIC 9(4) VALUE 0.
           EXIT.

       StoreHistoryEntry.
           IF HistCount >= 6030 THEN
               DISPLAY "ROLLTRND: HISTORY TABLE FULL - REPORT "
                   "TRUNCATED AT " HistCount " DAYS-SITES"
               SET NoMoreHist TO TRUE
                   MOVE SiteX TO SiteIndex
               END-IF
           END-PERFORM
           IF SiteIndex = 0 AND SiteCount < 201 THEN
               ADD 1 TO SiteCount
               MOVE MH-SITE TO SIT-SITE(SiteCount)
           END-IF
