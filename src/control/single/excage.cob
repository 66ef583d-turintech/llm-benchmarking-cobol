      * OPEN line from ten days ago stops being invisible behind
      * the morning summary's tonight-only count.  Every OPEN line is
      * listed grouped by site with its age in business days (from
      * the CALENDAR file), with totals by age band and by reason
      * (the HIGH/LOW band breaks and MAX-ARRAY's FLAT stuck-meter
      * and SPIK spike lines, which age and escalate exactly the
      * same way), and any line open past the escalation threshold
      * is flagged ESCALATE and ends the step with return code 4 so
      * it lands in front of the supervisor rather than the queue.
      * Each escalated line is also raised as an event on the
      * EVENTS file for the monitoring console feed.
      * The threshold is
      * CTL-LOW-N of the EXCAGE record on CTLPARM, effective-dated
      * like ALERTER's, 5 business days when no record is on file.
      * RESOLVED lines and TRIAL lines from trial runs are passed
               FILE STATUS IS RunParmStatus.
           SELECT REPORT-FILE ASSIGN TO "EXCAGRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EVENT-FILE ASSIGN TO "EVENTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EventStatus.
      *
       DATA DIVISION.
       FILE SECTION.
           05  PRM-VALUE PIC X(8).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(70).
       FD  EVENT-FILE.
       01  EVENT-FILE-RECORD PIC X(140).
      *
       WORKING-STORAGE SECTION.
       COPY EVENTREC.
       01  REPORT-TITLE-LINE.
           05  FILLER PIC X(25) VALUE "OPEN EXCEPTION AGING FOR ".
           05  AT-RUN-DATE PIC 9(8).
           05  FILLER PIC X(8) VALUE "  OVER10".
           05  AB-BAND4 PIC ZZZZ9.
           05  FILLER PIC X(18) VALUE SPACES.
       01  REPORT-REASON-LINE.
           05  FILLER PIC X(12) VALUE "REASONS HIGH".
           05  AR-HIGH PIC ZZZZ9.
           05  FILLER PIC X(5) VALUE "  LOW".
           05  AR-LOW PIC ZZZZ9.
           05  FILLER PIC X(6) VALUE "  FLAT".
           05  AR-FLAT PIC ZZZZ9.
           05  FILLER PIC X(6) VALUE "  SPIK".
           05  AR-SPIKE PIC ZZZZ9.
           05  FILLER PIC X(7) VALUE "  OTHER".
           05  AR-OTHER PIC ZZZZ9.
           05  FILLER PIC X(9) VALUE SPACES.
       01  REPORT-NONE-LINE.
           05  FILLER PIC X(34) VALUE
               "NO OPEN EXCEPTION LINES ON FILE   ".
           05  FILLER PIC X(36) VALUE SPACES.
       01  EVENT-AGE-TEXT.
           05  FILLER PIC X(7) VALUE "REASON ".
           05  EA-REASON PIC X(4).
           05  FILLER PIC X(7) VALUE " VALUE ".
           05  EA-VALUE PIC -ZZZ9.9.
           05  FILLER PIC X(10) VALUE " OPEN FOR ".
           05  EA-AGE PIC ZZZ9.
           05  FILLER PIC X(14) VALUE " BUSINESS DAYS".
       01  ExceptionStatus PIC XX.
       01  ControlStatus PIC XX.
       01  CalendarStatus PIC XX.
       01  RunParmStatus PIC XX.
       01  EventStatus PIC XX.
       01  EventSwitch PIC X VALUE "N".
           88  EventFileOpen VALUE "Y".
       01  ExceptionSwitch PIC X VALUE "N".
           88  NoMoreExceptions VALUE "Y".
       01  ControlSwitch PIC X VALUE "N".
       01  BusinessAge PIC 9(4) VALUE 0.
       01  SiteCount PIC 9(4) VALUE 0.
       01  SiteTable.
           05  SiteEntry OCCURS 200 TIMES.
               10  STE-SITE PIC X(4).
               10  STE-OPEN PIC 9(4).
               10  STE-ESCALATED PIC 9(4).
       01  Band3Count PIC 9(5) VALUE 0.
       01  Band4Count PIC 9(5) VALUE 0.
       01  TotalOpenCount PIC 9(5) VALUE 0.
       01  HighReasonCount PIC 9(5) VALUE 0.
       01  LowReasonCount PIC 9(5) VALUE 0.
       01  FlatReasonCount PIC 9(5) VALUE 0.
       01  SpikeReasonCount PIC 9(5) VALUE 0.
       01  OtherReasonCount PIC 9(5) VALUE 0.
      *
       PROCEDURE DIVISION.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       PERFORM LoadCalendar.
       PERFORM ReadEscalateDays.
       PERFORM SurveyOpenLines.
       PERFORM OpenEventFile.
       PERFORM WriteReport.
       PERFORM CloseEventFile.
       IF EscalationRaised AND RETURN-CODE = 0 THEN
           MOVE 4 TO RETURN-CODE
       END-IF.

       SurveyOneLine.
           ADD 1 TO TotalOpenCount
           IF EXC-REASON = "HIGH" THEN
               ADD 1 TO HighReasonCount
           ELSE
               IF EXC-REASON = "LOW " THEN
                   ADD 1 TO LowReasonCount
               ELSE
                   IF EXC-REASON = "FLAT" THEN
                       ADD 1 TO FlatReasonCount
                   ELSE
                       IF EXC-REASON = "SPIK" THEN
                           ADD 1 TO SpikeReasonCount
                       ELSE
                           ADD 1 TO OtherReasonCount
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM CountBusinessAge
           IF BusinessAge <= 1 THEN
               ADD 1 TO Band1Count
               END-IF
           END-PERFORM
           IF SiteIndex = 0 THEN
               IF SiteCount >= 200 THEN
                   DISPLAY "EXCAGE: SITE TABLE FULL AT SITE "
                       EXC-SITE
               ELSE
               MOVE Band3Count TO AB-BAND3
               MOVE Band4Count TO AB-BAND4
               WRITE REPORT-LINE FROM REPORT-BAND-LINE
               MOVE HighReasonCount TO AR-HIGH
               MOVE LowReasonCount TO AR-LOW
               MOVE FlatReasonCount TO AR-FLAT
               MOVE SpikeReasonCount TO AR-SPIKE
               MOVE OtherReasonCount TO AR-OTHER
               WRITE REPORT-LINE FROM REPORT-REASON-LINE
           END-IF
           CLOSE REPORT-FILE
           EXIT.
           MOVE BusinessAge TO AD-AGE
           IF BusinessAge > EscalateDays THEN
               MOVE "ESCALATE" TO AD-FLAG
               PERFORM RaiseEscalation
           ELSE
               MOVE SPACES TO AD-FLAG
           END-IF
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
           EXIT.

      * Events for the monitoring console: one per escalated line,
      * keyed by the line's site, date, sequence and reason, so a
      * line that stays open past the threshold night after night
      * is the same event still open until it is resolved.  An
      * EVENTS file that cannot be extended costs the console feed
      * only, so it warns without failing the step.

       OpenEventFile.
           OPEN EXTEND EVENT-FILE
           IF EventStatus NOT = "00" THEN
               DISPLAY "EXCAGE: EVENTS FILE OPEN FAILED - STATUS "
                   EventStatus " - NO EVENTS RAISED"
           ELSE
               SET EventFileOpen TO TRUE
           END-IF
           EXIT.

       RaiseEscalation.
           MOVE "ESCALATE" TO EVT-TYPE
           MOVE EXC-SITE TO EVT-SITE
           MOVE EXC-DATE TO EVT-DATE
           MOVE SPACES TO EVT-REF
           MOVE EXC-SEQUENCE TO EVT-REF(1:4)
           MOVE EXC-REASON TO EVT-REF(6:4)
           SET EVT-WARNING TO TRUE
           MOVE EXC-REASON TO EA-REASON
           MOVE EXC-VALUE TO EA-VALUE
           MOVE BusinessAge TO EA-AGE
           MOVE EVENT-AGE-TEXT TO EVT-TEXT
           PERFORM RaiseEvent
           EXIT.

       RaiseEvent.
           IF EventFileOpen THEN
               MOVE RunDate TO EVT-RUN-DATE
               MOVE "EXCAGE  " TO EVT-PROGRAM
               MOVE SPACES TO EVT-STATE
               MOVE 0 TO EVT-FIRST-SEEN
               WRITE EVENT-FILE-RECORD FROM EVENT-RECORD
           END-IF
           EXIT.

      * The CHECKIN event says every open line was aged tonight, so
      * an escalation raised before and not tonight has cleared.  A
      * run that could not read the exception report aged nothing
      * and does not check in.

       CloseEventFile.
           IF EventFileOpen THEN
               IF RETURN-CODE < 16 THEN
                   MOVE "CHECKIN " TO EVT-TYPE
                   MOVE SPACES TO EVT-SITE
                   MOVE 0 TO EVT-DATE
                   MOVE SPACES TO EVT-REF
                   SET EVT-INFO TO TRUE
                   MOVE "ALL OPEN LINES AGED" TO EVT-TEXT
                   PERFORM RaiseEvent
               END-IF
               CLOSE EVENT-FILE
           END-IF
           EXIT.

      * Age in business days: every day after the exception date up
      * to and including the run date that is not on the calendar.

