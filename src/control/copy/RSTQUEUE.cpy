      *****************************************************************
      *  RSTQUEUE.cpy
      *  Restatement queue: one record per reading date whose
      *  published MAX-ARRAY figures have gone stale because data
      *  for the day changed after it ENDED clean on RUNCTL.
      *  READINGS-LOAD appends a QUEUED record for each such date a
      *  transmission touched; RESTATEMENT collapses the queue to
      *  one record per date, stages the oldest QUEUED date for the
      *  RSTBAT replay (STAGED, with the MAXARRAY RUNCTL start and
      *  end times as they stood, so the next pass can tell whether
      *  the replay really ran), marks it DONE once RUNCTL shows a
      *  fresh clean end, and HELD when the day is older than the
      *  live READINGS file is deep.  The source says what made the
      *  day stale (RDGLOAD for a late-arriving reading, CALIBRAT
      *  for readings CALIBRATION-RESTATE recalculated under a
      *  back-dated meter calibration).
      *****************************************************************
       01  RESTATE-QUEUE-RECORD.
           05  RSQ-DATE PIC 9(8).
           05  RSQ-QUEUED-DATE PIC 9(8).
           05  RSQ-SOURCE PIC X(8).
           05  RSQ-COUNT PIC 9(9).
           05  RSQ-STATUS PIC X(8).
               88  RSQ-QUEUED VALUE "QUEUED  ".
               88  RSQ-STAGED VALUE "STAGED  ".
               88  RSQ-DONE VALUE "DONE    ".
               88  RSQ-HELD VALUE "HELD    ".
           05  RSQ-STAGED-DATE PIC 9(8).
           05  RSQ-RC-START PIC 9(8).
           05  RSQ-RC-END PIC 9(8).
