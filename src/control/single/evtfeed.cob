       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EVENT-FEED.
      *
      * Builds tonight's outbound event feed for the enterprise
      * monitoring console.  READINGS-LOAD, EXTRACT-ACK-MATCH, the
      * out-of-pattern ALERTER, EXCEPTION-AGING and
      * RESULT-CROSSCHECK each append a standard event (EVENTREC)
      * to the EVENTS file for every problem they report, and a
      * CHECKIN event once their checks have run.  This collects
      * those events, compares them with the EVTOPEN file of events
      * still open after the previous collection, and writes every
      * event to the feed marked with its state:
      *   NEW        - raised tonight and not open before
      *   STILL-OPEN - raised tonight and already open; the date it
      *                was first seen is carried forward
      *   CLEARED    - open before, and its program checked in
      *                tonight without raising it again
      * An open event whose program did not check in tonight (it
      * did not run, or failed before its checks were complete)
      * says nothing about whether the problem has gone away, so it
      * is carried on EVTOPEN untouched and not sent.  EVTOPEN is
      * then rewritten with tonight's open events and EVENTS is
      * emptied for the next night.  Events left on EVENTS by a
      * night whose collection did not run are collected with the
      * next night's: the latest raising of an event stands, and an
      * event older than a later CHECKIN from its program was not
      * raised again by that check and is passed over.  A missing
      * EVENTS file or a full table ends the step with return code
      * 16 before anything is rewritten, so nothing is lost and the
      * next run collects the lot.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TONIGHT-EVENTS ASSIGN TO "EVENTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EventStatus.
           SELECT CLEAR-EVENTS ASSIGN TO "EVENTS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OLD-OPEN ASSIGN TO "EVTOPEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OpenStatus.
           SELECT NEW-OPEN ASSIGN TO "EVTOPEN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FEED-FILE ASSIGN TO "EVTFEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FeedStatus.
           SELECT RUNPARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RunParmStatus.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TONIGHT-EVENTS.
       01  TONIGHT-EVENT-RECORD PIC X(140).
       FD  CLEAR-EVENTS.
       01  CLEAR-EVENT-RECORD PIC X(140).
       FD  OLD-OPEN.
       01  OLD-OPEN-RECORD PIC X(140).
       FD  NEW-OPEN.
       01  NEW-OPEN-RECORD PIC X(140).
       FD  FEED-FILE.
       01  FEED-RECORD PIC X(140).
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           05  PRM-KEYWORD PIC X(8).
           05  PRM-VALUE PIC X(8).
      *
       WORKING-STORAGE SECTION.
       COPY EVENTREC.
       01  EventStatus PIC XX.
       01  OpenStatus PIC XX.
       01  FeedStatus PIC XX.
       01  RunParmStatus PIC XX.
       01  EventSwitch PIC X VALUE "N".
           88  NoMoreEvents VALUE "Y".
       01  OpenSwitch PIC X VALUE "N".
           88  NoMoreOpen VALUE "Y".
       01  RunParmSwitch PIC X VALUE "N".
           88  NoMoreRunParm VALUE "Y".
       01  FileErrorSwitch PIC X VALUE "N".
           88  FileError VALUE "Y".
       01  RunDate PIC 9(8).
       01  PriorCount PIC 9(4) VALUE 0.
       01  PriorTable.
           05  PriorEntry OCCURS 2000 TIMES.
               10  PRE-KEY PIC X(40).
               10  PRE-PROGRAM PIC X(8).
               10  PRE-FIRST-SEEN PIC 9(8).
               10  PRE-MATCHED PIC X.
               10  PRE-RECORD PIC X(140).
       01  PriorX PIC 9(4) VALUE 0.
       01  PriorIndex PIC 9(4) VALUE 0.
       01  TonightCount PIC 9(4) VALUE 0.
       01  TonightTable.
           05  TonightEntry OCCURS 2000 TIMES.
               10  TNE-KEY PIC X(40).
               10  TNE-PROGRAM PIC X(8).
               10  TNE-RUN-DATE PIC 9(8).
               10  TNE-RECORD PIC X(140).
       01  TonightX PIC 9(4) VALUE 0.
       01  TonightIndex PIC 9(4) VALUE 0.
       01  CheckInCount PIC 9(4) VALUE 0.
       01  CheckInTable.
           05  CheckInEntry OCCURS 50 TIMES.
               10  CKE-PROGRAM PIC X(8).
               10  CKE-RUN-DATE PIC 9(8).
       01  CheckInX PIC 9(4) VALUE 0.
       01  CheckInIndex PIC 9(4) VALUE 0.
       01  WorkProgram PIC X(8).
       01  NewCount PIC 9(4) VALUE 0.
       01  StillOpenCount PIC 9(4) VALUE 0.
       01  ClearedCount PIC 9(4) VALUE 0.
       01  CarriedCount PIC 9(4) VALUE 0.
       01  SupersededCount PIC 9(4) VALUE 0.
      *
       PROCEDURE DIVISION.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       PERFORM ReadRunParms.
       PERFORM LoadPriorOpen.
       IF NOT FileError THEN
           PERFORM LoadTonightEvents
       END-IF.
       IF NOT FileError THEN
           PERFORM WriteFeed
       END-IF.
       IF NOT FileError THEN
           PERFORM ClearTonightEvents
           DISPLAY "EVTFEED: " NewCount " NEW " StillOpenCount
               " STILL-OPEN " ClearedCount " CLEARED"
           IF CarriedCount > 0 THEN
               DISPLAY "EVTFEED: " CarriedCount " OPEN EVENT(S) "
                   "CARRIED - THEIR PROGRAM DID NOT CHECK IN"
           END-IF
           IF SupersededCount > 0 THEN
               DISPLAY "EVTFEED: " SupersededCount " EVENT(S) "
                   "PASSED OVER - SUPERSEDED BY A LATER CHECKIN"
           END-IF
       ELSE
           MOVE 16 TO RETURN-CODE
       END-IF.
      *
       STOP RUN.

       ReadRunParms.
           OPEN INPUT RUNPARM-FILE
           IF RunParmStatus = "00" THEN
               PERFORM UNTIL NoMoreRunParm
                   READ RUNPARM-FILE
                       AT END
                           SET NoMoreRunParm TO TRUE
                       NOT AT END
                           IF PRM-KEYWORD = "ASOFDATE"
                                   AND PRM-VALUE IS NUMERIC THEN
                               MOVE PRM-VALUE TO RunDate
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNPARM-FILE
           END-IF
           EXIT.

      * The open events as the previous collection left them.  A
      * file that cannot be opened is a first-ever run (the job
      * allocates it empty), so it warns and every event tonight is
      * NEW.  The table must hold every open event, since the file
      * is rewritten from it.

       LoadPriorOpen.
           OPEN INPUT OLD-OPEN
           IF OpenStatus NOT = "00" THEN
               DISPLAY "EVTFEED: EVTOPEN OPEN FAILED - STATUS "
                   OpenStatus " - NO EVENTS TREATED AS OPEN"
           ELSE
               PERFORM UNTIL NoMoreOpen
                   READ OLD-OPEN INTO EVENT-RECORD
                       AT END
                           SET NoMoreOpen TO TRUE
                       NOT AT END
                           PERFORM StorePriorEvent
                   END-READ
               END-PERFORM
               CLOSE OLD-OPEN
           END-IF
           EXIT.

       StorePriorEvent.
           IF PriorCount >= 2000 THEN
               DISPLAY "EVTFEED: OPEN EVENT TABLE FULL - NOTHING "
                   "REWRITTEN"
               SET FileError TO TRUE
               SET NoMoreOpen TO TRUE
           ELSE
               ADD 1 TO PriorCount
               MOVE EVT-KEY TO PRE-KEY(PriorCount)
               MOVE EVT-PROGRAM TO PRE-PROGRAM(PriorCount)
               MOVE EVT-FIRST-SEEN TO PRE-FIRST-SEEN(PriorCount)
               MOVE "N" TO PRE-MATCHED(PriorCount)
               MOVE EVENT-RECORD TO PRE-RECORD(PriorCount)
           END-IF
           EXIT.

      * Tonight's events, one entry per event identity - a program
      * run twice raises its events twice, and the later raising
      * stands.  CHECKIN events go to their own table, keeping the
      * latest run date each program checked in for.

       LoadTonightEvents.
           OPEN INPUT TONIGHT-EVENTS
           IF EventStatus NOT = "00" THEN
               DISPLAY "EVTFEED: EVENTS OPEN FAILED - STATUS "
                   EventStatus " - NOTHING COLLECTED"
               SET FileError TO TRUE
           ELSE
               PERFORM UNTIL NoMoreEvents
                   READ TONIGHT-EVENTS INTO EVENT-RECORD
                       AT END
                           SET NoMoreEvents TO TRUE
                       NOT AT END
                           IF EVT-CHECKIN THEN
                               PERFORM NoteCheckIn
                           ELSE
                               PERFORM StoreTonightEvent
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TONIGHT-EVENTS
           END-IF
           EXIT.

       NoteCheckIn.
           MOVE EVT-PROGRAM TO WorkProgram
           PERFORM FindCheckIn
           IF CheckInIndex = 0 THEN
               IF CheckInCount >= 50 THEN
                   DISPLAY "EVTFEED: CHECKIN TABLE FULL - NOTHING "
                       "REWRITTEN"
                   SET FileError TO TRUE
                   SET NoMoreEvents TO TRUE
               ELSE
                   ADD 1 TO CheckInCount
                   MOVE EVT-PROGRAM TO CKE-PROGRAM(CheckInCount)
                   MOVE EVT-RUN-DATE TO CKE-RUN-DATE(CheckInCount)
               END-IF
           ELSE
               IF EVT-RUN-DATE > CKE-RUN-DATE(CheckInIndex) THEN
                   MOVE EVT-RUN-DATE TO CKE-RUN-DATE(CheckInIndex)
               END-IF
           END-IF
           EXIT.

       FindCheckIn.
           MOVE 0 TO CheckInIndex
           PERFORM VARYING CheckInX FROM 1 BY 1
                   UNTIL CheckInX > CheckInCount
               IF CKE-PROGRAM(CheckInX) = WorkProgram THEN
                   MOVE CheckInX TO CheckInIndex
               END-IF
           END-PERFORM
           EXIT.

       StoreTonightEvent.
           MOVE 0 TO TonightIndex
           PERFORM VARYING TonightX FROM 1 BY 1
                   UNTIL TonightX > TonightCount
               IF TNE-KEY(TonightX) = EVT-KEY THEN
                   MOVE TonightX TO TonightIndex
               END-IF
           END-PERFORM
           IF TonightIndex = 0 THEN
               IF TonightCount >= 2000 THEN
                   DISPLAY "EVTFEED: EVENT TABLE FULL - NOTHING "
                       "REWRITTEN"
                   SET FileError TO TRUE
                   SET NoMoreEvents TO TRUE
               ELSE
                   ADD 1 TO TonightCount
                   MOVE TonightCount TO TonightIndex
               END-IF
           END-IF
           IF TonightIndex > 0 THEN
               MOVE EVT-KEY TO TNE-KEY(TonightIndex)
               MOVE EVT-PROGRAM TO TNE-PROGRAM(TonightIndex)
               MOVE EVT-RUN-DATE TO TNE-RUN-DATE(TonightIndex)
               MOVE EVENT-RECORD TO TNE-RECORD(TonightIndex)
           END-IF
           EXIT.

      * Tonight's events first, each NEW or STILL-OPEN and written
      * to both the feed and the new open-events file; then the
      * previously open events nobody raised tonight, CLEARED on
      * the feed when their program checked in, carried on the
      * open-events file when it did not.

       WriteFeed.
           OPEN OUTPUT FEED-FILE
           IF FeedStatus NOT = "00" THEN
               DISPLAY "EVTFEED: EVTFEED OPEN FAILED - STATUS "
                   FeedStatus " - NOTHING REWRITTEN"
               SET FileError TO TRUE
           ELSE
               OPEN OUTPUT NEW-OPEN
               PERFORM VARYING TonightX FROM 1 BY 1
                       UNTIL TonightX > TonightCount
                   PERFORM FeedTonightEvent
               END-PERFORM
               PERFORM VARYING PriorX FROM 1 BY 1
                       UNTIL PriorX > PriorCount
                   IF PRE-MATCHED(PriorX) = "N" THEN
                       PERFORM FeedUnraisedEvent
                   END-IF
               END-PERFORM
               CLOSE NEW-OPEN
               CLOSE FEED-FILE
           END-IF
           EXIT.

       FeedTonightEvent.
           MOVE TNE-PROGRAM(TonightX) TO WorkProgram
           PERFORM FindCheckIn
           IF CheckInIndex > 0
                   AND TNE-RUN-DATE(TonightX)
                       < CKE-RUN-DATE(CheckInIndex) THEN
               ADD 1 TO SupersededCount
           ELSE
               MOVE TNE-RECORD(TonightX) TO EVENT-RECORD
               MOVE 0 TO PriorIndex
               PERFORM VARYING PriorX FROM 1 BY 1
                       UNTIL PriorX > PriorCount
                   IF PRE-KEY(PriorX) = TNE-KEY(TonightX) THEN
                       MOVE PriorX TO PriorIndex
                   END-IF
               END-PERFORM
               IF PriorIndex > 0 THEN
                   MOVE "Y" TO PRE-MATCHED(PriorIndex)
                   SET EVT-STILL-OPEN TO TRUE
                   MOVE PRE-FIRST-SEEN(PriorIndex) TO EVT-FIRST-SEEN
                   ADD 1 TO StillOpenCount
               ELSE
                   SET EVT-NEW TO TRUE
                   MOVE EVT-RUN-DATE TO EVT-FIRST-SEEN
                   ADD 1 TO NewCount
               END-IF
               WRITE FEED-RECORD FROM EVENT-RECORD
               WRITE NEW-OPEN-RECORD FROM EVENT-RECORD
           END-IF
           EXIT.

       FeedUnraisedEvent.
           MOVE PRE-RECORD(PriorX) TO EVENT-RECORD
           MOVE PRE-PROGRAM(PriorX) TO WorkProgram
           PERFORM FindCheckIn
           IF CheckInIndex > 0 THEN
               SET EVT-CLEARED TO TRUE
               MOVE CKE-RUN-DATE(CheckInIndex) TO EVT-RUN-DATE
               WRITE FEED-RECORD FROM EVENT-RECORD
               ADD 1 TO ClearedCount
           ELSE
               WRITE NEW-OPEN-RECORD FROM EVENT-RECORD
               ADD 1 TO CarriedCount
           END-IF
           EXIT.

      * Everything on EVENTS is now on the feed or the open-events
      * file, so it is emptied for the next night.  DISP=OLD on the
      * dataset gives true replace-on-OPEN-OUTPUT semantics.

       ClearTonightEvents.
           OPEN OUTPUT CLEAR-EVENTS
           CLOSE CLEAR-EVENTS
           EXIT.

       END PROGRAM EVENT-FEED.
