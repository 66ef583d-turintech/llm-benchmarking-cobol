      *****************************************************************
      *  CORRHIST.cpy
      *  Correction history, appended by EXCEPTION-FIX for every
      *  correction that lands on READINGS and read back by
      *  CORRECTION-ACCOUNTABILITY.  Each entry carries the reading
      *  corrected, the value before and after (the before value
      *  is zero on an ADDED correction, where no reading was on
      *  file), the exception reason the correction resolved, who
      *  keyed it and from which terminal and when (UNKNOWN and
      *  blanks for a hand-keyed CORRTRAN transaction, which has
      *  no operator on it), and when EXCEPTION-FIX applied it.
      *  The history is permanent: nothing ages it off.
      *****************************************************************
       01  CORRECTION-HISTORY-RECORD.
           05  CHR-READING-KEY.
               10  CHR-READING-DATE PIC 9(8).
               10  CHR-READING-SITE PIC X(4).
               10  CHR-READING-SEQ PIC 9(4).
           05  CHR-OLD-VALUE PIC S9(4)V9.
           05  CHR-NEW-VALUE PIC S9(4)V9.
           05  CHR-ACTION PIC X(8).
               88  CHR-APPLIED VALUE "APPLIED ".
               88  CHR-ADDED VALUE "ADDED   ".
           05  CHR-REASON PIC X(4).
           05  CHR-OPERATOR PIC X(8).
           05  CHR-TERMINAL PIC X(4).
           05  CHR-ENTRY-DATE PIC 9(8).
           05  CHR-ENTRY-TIME PIC 9(6).
           05  CHR-APPLIED-DATE PIC 9(8).
           05  CHR-APPLIED-TIME PIC 9(8).
