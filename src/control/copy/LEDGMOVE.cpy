      *****************************************************************
      *  LEDGMOVE.cpy
      *  Reading count movements, one record per reading date and
      *  site per run of a program that adds readings to, or takes
      *  them off, the READINGS file.  READINGS-LOAD records every
      *  detail record received on the transmission and what became
      *  of it (rejected, skipped whole with a retransmitted batch,
      *  or loaded); EXCEPTION-FIX the readings it added and those
      *  it changed; READINGS-ARCHIVE the readings moved off to the
      *  archive and READINGS-RESTORE those brought back; SITE-
      *  RECODE the readings moved from one site id to another.  A
      *  detail record whose date or site could not be read goes
      *  down under date zero and a blank site.  The counts only
      *  ever add, so a program may write several records for the
      *  same date and site.  READING-LEDGER adds them up by date
      *  and site and proves them against READINGS, the exception
      *  report and MAXHIST.  The file is permanent: nothing ages
      *  it off.
      *****************************************************************
       01  LEDGER-MOVE-RECORD.
           05  LGM-READING-DATE PIC 9(8).
           05  LGM-SITE PIC X(4).
           05  LGM-SOURCE PIC X(8).
           05  LGM-RUN-DATE PIC 9(8).
           05  LGM-RUN-TIME PIC 9(8).
           05  LGM-RECEIVED PIC 9(9).
           05  LGM-REJECTED PIC 9(9).
           05  LGM-SKIPPED PIC 9(9).
           05  LGM-LOADED PIC 9(9).
           05  LGM-ADDED PIC 9(9).
           05  LGM-CHANGED PIC 9(9).
           05  LGM-ARCHIVED PIC 9(9).
           05  LGM-RESTORED PIC 9(9).
           05  LGM-RECODED-IN PIC 9(9).
           05  LGM-RECODED-OUT PIC 9(9).
