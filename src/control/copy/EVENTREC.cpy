      *****************************************************************
      *  EVENTREC.cpy
      *  Standard event record for the enterprise monitoring
      *  console.  READINGS-LOAD, EXTRACT-ACK-MATCH, the out-of-
      *  pattern ALERTER, EXCEPTION-AGING and RESULT-CROSSCHECK
      *  append one event to the EVENTS file for every problem they
      *  report, alongside their own report and return code, and
      *  one CHECKIN event at the end of every run that completed
      *  its checks, so EVENT-FEED can tell a problem that has gone
      *  away from one whose program simply did not run.  An event
      *  is identified by program, type, site, date and reference
      *  together: the site is blank and the date zero where they
      *  do not apply, and the reference names whatever else tells
      *  two events of one type apart (the batch id, the program
      *  checked, the exception sequence and reason).  The run date
      *  is the night the event was raised.  The state and first-
      *  seen date are left blank and zero by the programs raising
      *  events and filled in by EVENT-FEED on the outbound feed
      *  and the open-events file: NEW the first night an event is
      *  raised, STILL-OPEN while it keeps being raised, CLEARED
      *  the night its program checks in without raising it.
      *****************************************************************
       01  EVENT-RECORD.
           05  EVT-RUN-DATE PIC 9(8).
           05  EVT-KEY.
               10  EVT-PROGRAM PIC X(8).
               10  EVT-TYPE PIC X(8).
                   88  EVT-CHECKIN VALUE "CHECKIN ".
               10  EVT-SITE PIC X(4).
               10  EVT-DATE PIC 9(8).
               10  EVT-REF PIC X(12).
           05  EVT-SEVERITY PIC X(8).
               88  EVT-INFO VALUE "INFO    ".
               88  EVT-WARNING VALUE "WARNING ".
               88  EVT-SEVERE VALUE "SEVERE  ".
           05  EVT-TEXT PIC X(60).
           05  EVT-STATE PIC X(10).
               88  EVT-NEW VALUE "NEW       ".
               88  EVT-STILL-OPEN VALUE "STILL-OPEN".
               88  EVT-CLEARED VALUE "CLEARED   ".
           05  EVT-FIRST-SEEN PIC 9(8).
           05  FILLER PIC X(6).
