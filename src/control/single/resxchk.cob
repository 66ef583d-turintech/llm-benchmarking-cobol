      * whole units, the precision the published stores carry.  A
      * date absent from every store is a night the program did not
      * run and is passed over.  Any discrepancy ends the step with
      * return code 4 so the warning indicator posts, and is raised
      * as an event on the EVENTS file for the monitoring console
      * feed; a clean pass
      * is positive proof that what finance loads, what the inquiry
      * screen shows and what the variance report compares are the
      * same numbers.  Runnable on demand and at the end of the
      * nightly chain.  Damage to MAXHIST or RESHIST found here is
      * repaired from the readings themselves by HISTORY-REBUILD.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS RunParmStatus.
           SELECT REPORT-FILE ASSIGN TO "XCHKRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EVENT-FILE ASSIGN TO "EVENTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EventStatus.
      *
       DATA DIVISION.
       FILE SECTION.
           05  PRM-VALUE PIC X(8).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(90).
       FD  EVENT-FILE.
       01  EVENT-FILE-RECORD PIC X(140).
      *
       WORKING-STORAGE SECTION.
       COPY EVENTREC.
       01  REPORT-TITLE-LINE.
           05  FILLER PIC X(26) VALUE
               "RESULT CROSS-CHECK FOR    ".
       01  ExtractStatus PIC XX.
       01  MaxHistStatus PIC XX.
       01  RunParmStatus PIC XX.
       01  EventStatus PIC XX.
       01  EventSwitch PIC X VALUE "N".
           88  EventFileOpen VALUE "Y".
       01  AuditSwitch PIC X VALUE "N".
           88  NoMoreAudit VALUE "Y".
       01  ResHistSwitch PIC X VALUE "N".
       PERFORM ScanResHist.
       PERFORM ScanExtract.
       PERFORM ScanMaxHist.
       PERFORM OpenEventFile.
       PERFORM WriteReport.
       PERFORM CloseEventFile.
       IF DiscrepancyFound AND RETURN-CODE = 0 THEN
           MOVE 4 TO RETURN-CODE
       END-IF.
               MOVE "MISSING " TO XD-FLAG
           END-IF
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
           PERFORM RaiseCheckEvent
           EXIT.

      * Events for the monitoring console: one per troubled
      * program-date, typed DIFFER or MISSING and keyed by the
      * date and the program checked, with the four store figures
      * as the text.  An EVENTS file that cannot be extended costs
      * the console feed only, so it warns without failing the
      * step.

       OpenEventFile.
           OPEN EXTEND EVENT-FILE
           IF EventStatus NOT = "00" THEN
               DISPLAY "RESXCHK: EVENTS FILE OPEN FAILED - STATUS "
                   EventStatus " - NO EVENTS RAISED"
           ELSE
               SET EventFileOpen TO TRUE
           END-IF
           EXIT.

       RaiseCheckEvent.
           MOVE XD-FLAG TO EVT-TYPE
           MOVE SPACES TO EVT-SITE
           MOVE DTE-DATE(DayX) TO EVT-DATE
           MOVE PGE-PROGRAM(ProgX) TO EVT-REF
           SET EVT-WARNING TO TRUE
           MOVE REPORT-DETAIL-LINE(19:58) TO EVT-TEXT
           PERFORM RaiseEvent
           EXIT.

       RaiseEvent.
           IF EventFileOpen THEN
               MOVE RunDate TO EVT-RUN-DATE
               MOVE "RESXCHK " TO EVT-PROGRAM
               MOVE SPACES TO EVT-STATE
               MOVE 0 TO EVT-FIRST-SEEN
               WRITE EVENT-FILE-RECORD FROM EVENT-RECORD
           END-IF
           EXIT.

      * The CHECKIN event says the whole window was cross-checked
      * tonight.  A run that lost one of the stores checked against
      * a partial picture and does not check in, so last night's
      * events stand rather than clear on a false all-clear.

       CloseEventFile.
           IF EventFileOpen THEN
               IF RETURN-CODE < 16 THEN
                   MOVE "CHECKIN " TO EVT-TYPE
                   MOVE SPACES TO EVT-SITE
                   MOVE 0 TO EVT-DATE
                   MOVE SPACES TO EVT-REF
                   SET EVT-INFO TO TRUE
                   MOVE "WINDOW CROSS-CHECKED" TO EVT-TEXT
                   PERFORM RaiseEvent
               END-IF
               CLOSE EVENT-FILE
           END-IF
           EXIT.

       END PROGRAM RESULT-CROSSCHECK.
