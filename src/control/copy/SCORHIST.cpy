      *****************************************************************
      *  SCORHIST.cpy
      *  Monthly site scorecard history, one record per site per
      *  calendar month, written by SITE-SCORECARD at month-end close
      *  and read back the following month for each site's movement
      *  in the ranking.  Carries the six measures the site was
      *  scored on, the composite score (the average of the six,
      *  each scaled 0 to 100) and the rank it earned among the
      *  sites ranked that month.  A rerun for the month replaces
      *  its records.  The history is permanent: nothing ages it
      *  off.
      *****************************************************************
       01  SCORHIST-RECORD.
           05  SC-KEY.
               10  SC-MONTH PIC 9(6).
               10  SC-SITE PIC X(4).
           05  SC-RANK PIC 9(4).
           05  SC-SITES-RANKED PIC 9(4).
           05  SC-SCORE PIC 9(3)V9.
           05  SC-DAYS-WITH-DATA PIC 9(4).
           05  SC-DAYS-EXPECTED PIC 9(4).
           05  SC-READINGS PIC 9(9).
           05  SC-READINGS-PER-DAY PIC 9(6)V9.
           05  SC-EXPECTED-COUNT PIC 9(4).
           05  SC-EXCEPTIONS PIC 9(9).
           05  SC-RESOLVED PIC 9(6).
           05  SC-RESOLVE-DAYS PIC 9(4)V9.
           05  SC-REJECTS PIC 9(9).
           05  SC-MISSING-NIGHTS PIC 9(4).
