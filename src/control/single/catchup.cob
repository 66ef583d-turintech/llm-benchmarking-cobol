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
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           05  PRM-KEYWORD PIC X(8).
