      * CTL-HIGH-N of the ALERTER record on CTLPARM (50 and 25 when
      * no record is on file).  Any alert ends the step with return
      * code 4 so the job posts the warning indicator the morning
      * operator watches, and each alert is also raised as an event
      * on the EVENTS file for the monitoring console feed.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS RunParmStatus.
           SELECT ALERT-REPORT ASSIGN TO "ALERTRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EVENT-FILE ASSIGN TO "EVENTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EventStatus.
      *
       DATA DIVISION.
       FILE SECTION.
           05  PRM-VALUE PIC X(8).
       FD  ALERT-REPORT.
       01  ALERT-LINE PIC X(80).
       FD  EVENT-FILE.
       01  EVENT-FILE-RECORD PIC X(140).
      *
       WORKING-STORAGE SECTION.
       COPY EVENTREC.
       01  ALERT-TITLE-LINE.
           05  FILLER PIC X(27) VALUE "OUT-OF-PATTERN ALERTS FOR  ".
           05  AT-RUN-DATE PIC 9(8).
       01  MaxHistStatus PIC XX.
       01  AuditStatus PIC XX.
       01  RunParmStatus PIC XX.
       01  EventStatus PIC XX.
       01  EventSwitch PIC X VALUE "N".
           88  EventFileOpen VALUE "Y".
       01  ControlSwitch PIC X VALUE "N".
           88  NoMoreControl VALUE "Y".
       01  HistSwitch PIC X VALUE "N".
       PERFORM ReadHistoryWindow.
       PERFORM ReadAuditPairs.
       OPEN OUTPUT ALERT-REPORT.
       PERFORM OpenEventFile.
       MOVE RunDate TO AT-RUN-DATE.
       WRITE ALERT-LINE FROM ALERT-TITLE-LINE.
       PERFORM CheckNightRules.
           WRITE ALERT-LINE FROM ALERT-NONE-LINE
       END-IF.
       CLOSE ALERT-REPORT.
       PERFORM CloseEventFile.
       IF AlertFired AND RETURN-CODE = 0 THEN
           MOVE 4 TO RETURN-CODE
       END-IF.
               MOVE "MAXARRAY" TO AN-PROGRAM
               WRITE ALERT-LINE FROM ALERT-NORESULT-LINE
               SET AlertFired TO TRUE
               MOVE "NORESULT" TO EVT-TYPE
               MOVE ALERT-NORESULT-LINE(19:32) TO EVT-TEXT
               PERFORM RaiseAlertEvent
           ELSE
               IF PriorDayCount < 5 THEN
                   WRITE ALERT-LINE FROM ALERT-BASELINE-LINE
                       MOVE FloorPct TO AC-FLOOR-PCT
                       WRITE ALERT-LINE FROM ALERT-COUNT-LINE
                       SET AlertFired TO TRUE
                       MOVE "COUNTLOW" TO EVT-TYPE
                       MOVE ALERT-COUNT-LINE(19:46) TO EVT-TEXT
                       PERFORM RaiseAlertEvent
                   END-IF
                   COMPUTE AvgDrift = TonightAverage - NormAverage
                   IF AvgDrift < 0 THEN
                       MOVE TolerancePct TO AA-TOL-PCT
                       WRITE ALERT-LINE FROM ALERT-AVG-LINE
                       SET AlertFired TO TRUE
                       MOVE "AVGDRIFT" TO EVT-TYPE
                       MOVE ALERT-AVG-LINE(19:48) TO EVT-TEXT
                       PERFORM RaiseAlertEvent
                   END-IF
               END-IF
           END-IF
                   MOVE WTE-LAST-RES(WatchX) TO AJ-NOW
                   WRITE ALERT-LINE FROM ALERT-JUMP-LINE
                   SET AlertFired TO TRUE
                   MOVE "RESJUMP " TO EVT-TYPE
                   MOVE ALERT-JUMP-LINE(19:48) TO EVT-TEXT
                   MOVE WTE-PROGRAM(WatchX) TO EVT-REF
                   SET EVT-WARNING TO TRUE
                   PERFORM RaiseEvent
               END-IF
           END-PERFORM
           EXIT.

      * Events for the monitoring console.  An alert concerns the
      * night rather than a site or a past date, so it is keyed by
      * rule and by the program whose figures tripped it: the same
      * rule firing again tomorrow is the same problem still open.
      * An EVENTS file that cannot be extended costs the console
      * feed only - the alert report and return code stand - so it
      * warns without failing the step.

       OpenEventFile.
           OPEN EXTEND EVENT-FILE
           IF EventStatus NOT = "00" THEN
               DISPLAY "ALERTER: EVENTS FILE OPEN FAILED - STATUS "
                   EventStatus " - NO EVENTS RAISED"
           ELSE
               SET EventFileOpen TO TRUE
           END-IF
           EXIT.

       RaiseAlertEvent.
           MOVE "MAXARRAY" TO EVT-REF
           SET EVT-WARNING TO TRUE
           PERFORM RaiseEvent
           EXIT.

       RaiseEvent.
           IF EventFileOpen THEN
               MOVE RunDate TO EVT-RUN-DATE
               MOVE "ALERTER " TO EVT-PROGRAM
               MOVE SPACES TO EVT-SITE
               MOVE 0 TO EVT-DATE
               MOVE SPACES TO EVT-STATE
               MOVE 0 TO EVT-FIRST-SEEN
               WRITE EVENT-FILE-RECORD FROM EVENT-RECORD
           END-IF
           EXIT.

      * The CHECKIN event says the rules were all evaluated tonight,
      * so an alert raised last night and not tonight has cleared.
      * A run that could not read its history evaluated nothing and
      * does not check in.

       CloseEventFile.
           IF EventFileOpen THEN
               IF RETURN-CODE < 16 THEN
                   MOVE "CHECKIN " TO EVT-TYPE
                   MOVE SPACES TO EVT-REF
                   MOVE "ALL RULES EVALUATED" TO EVT-TEXT
                   SET EVT-INFO TO TRUE
                   PERFORM RaiseEvent
               END-IF
               CLOSE EVENT-FILE
           END-IF
           EXIT.

       END PROGRAM OUT-OF-PATTERN-ALERTER.
