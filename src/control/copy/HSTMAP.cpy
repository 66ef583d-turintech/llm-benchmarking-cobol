      *****************************************************************
      *  HSTMAP.cpy
      *  Symbolic map for the HSTQ 3270 screen used by
      *  HISTORY-INQUIRY.  The operator keys a site id into HSTQSITI
      *  and a starting date (YYYYMMDD) into HSTQDATI and presses
      *  ENTER for a page of eight days of that site's MAXHIST
      *  statistics; PF7/PF8 page back and forward.  Keying a line
      *  number (1-8) into HSTQSELI drills down to that day's
      *  readings, paged the same way, and PF3 returns to the days.
      *****************************************************************
       01  HSTQMAPI.
           05  FILLER PIC X(12).
           05  HSTQSITL PIC S9(4) COMP.
           05  HSTQSITF PIC X.
           05  FILLER REDEFINES HSTQSITF.
               10  HSTQSITA PIC X.
           05  HSTQSITI PIC X(4).
           05  HSTQDATL PIC S9(4) COMP.
           05  HSTQDATF PIC X.
           05  FILLER REDEFINES HSTQDATF.
               10  HSTQDATA PIC X.
           05  HSTQDATI PIC X(8).
           05  HSTQSELL PIC S9(4) COMP.
           05  HSTQSELF PIC X.
           05  FILLER REDEFINES HSTQSELF.
               10  HSTQSELA PIC X.
           05  HSTQSELI PIC X.
       01  HSTQMAPO REDEFINES HSTQMAPI.
           05  FILLER PIC X(12).
           05  FILLER PIC X(2).
           05  HSTQSITC PIC X.
           05  HSTQSITH PIC X.
           05  HSTQSITO PIC X(4).
           05  FILLER PIC X(2).
           05  HSTQDATC PIC X.
           05  HSTQDATH PIC X.
           05  HSTQDATO PIC X(8).
           05  FILLER PIC X(2).
           05  HSTQSELC PIC X.
           05  HSTQSELH PIC X.
           05  HSTQSELO PIC X.
           05  FILLER PIC X(2).
           05  HSTQHDRC PIC X.
           05  HSTQHDRH PIC X.
           05  HSTQHDRO PIC X(64).
           05  FILLER PIC X(2).
           05  HSTQL1C PIC X.
           05  HSTQL1H PIC X.
           05  HSTQL1O PIC X(64).
           05  FILLER PIC X(2).
           05  HSTQL2C PIC X.
           05  HSTQL2H PIC X.
           05  HSTQL2O PIC X(64).
           05  FILLER PIC X(2).
           05  HSTQL3C PIC X.
           05  HSTQL3H PIC X.
           05  HSTQL3O PIC X(64).
           05  FILLER PIC X(2).
           05  HSTQL4C PIC X.
           05  HSTQL4H PIC X.
           05  HSTQL4O PIC X(64).
           05  FILLER PIC X(2).
           05  HSTQL5C PIC X.
           05  HSTQL5H PIC X.
           05  HSTQL5O PIC X(64).
           05  FILLER PIC X(2).
           05  HSTQL6C PIC X.
           05  HSTQL6H PIC X.
           05  HSTQL6O PIC X(64).
           05  FILLER PIC X(2).
           05  HSTQL7C PIC X.
           05  HSTQL7H PIC X.
           05  HSTQL7O PIC X(64).
           05  FILLER PIC X(2).
           05  HSTQL8C PIC X.
           05  HSTQL8H PIC X.
           05  HSTQL8O PIC X(64).
           05  FILLER PIC X(2).
           05  HSTQMSGC PIC X.
           05  HSTQMSGH PIC X.
           05  HSTQMSGO PIC X(40).
