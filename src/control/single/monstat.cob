           88  BusinessDay VALUE "Y".
       01  SiteCount PIC 9(4) VALUE 0.
       01  SiteTable.
           05  SiteEntry OCCURS 201 TIMES.
               10  SME-SITE PIC X(4).
               10  SME-TOTAL PIC S9(11)V9.
               10  SME-SUM-AVG PIC S9(9)V99.
               END-IF
           END-PERFORM
           IF SiteIndex = 0 THEN
               IF SiteCount >= 201 THEN
                   DISPLAY "MONSTAT: SITE TABLE FULL AT SITE "
                       MH-SITE
                   SET FileError TO TRUE
