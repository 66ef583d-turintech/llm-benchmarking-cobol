       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PARMS-IN-FORCE.
      *
      * Rebuilds, for any past date, the parameters the nightly
      * chain ran with that night: every CTLPARM record in force
      * (thresholds, N/M pairs and the per-program parameter
      * records, resolved the way the programs resolve them - latest
      * effective date not after the date, per program per site),
      * every SITEMST site with its status and whether it was live
      * for that date, and the CALENDAR as it then stood for that
      * date's year, with the date itself called business or not.
      * The rebuild starts from today's masters and walks the
      * MAINTJRN maintenance journal backwards, undoing every change
      * CTL-MAINT, SITE-MAINT and CAL-MAINT made after the date: an
      * add is taken off, a change goes back to its before image and
      * a delete is put back.  Maintenance run on the date itself
      * counts as in force that night.  The date is keyed as
      * ASOFDATE in RUNPARM (today when none is keyed).  A change
      * made before the journal began cannot be undone, so a date
      * earlier than the first journal entry - or a journal entry
      * that no longer matches the master it claims to have changed
      * - is called out on the report and ends the step with return
      * code 4: the figures printed are then the best evidence on
      * file, not proof.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ControlStatus.
           SELECT SITE-MASTER ASSIGN TO "SITEMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SiteStatus.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CalendarStatus.
           SELECT JOURNAL-FILE ASSIGN TO "MAINTJRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JournalStatus.
           SELECT RUNPARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RunParmStatus.
           SELECT REPORT-FILE ASSIGN TO "INFRPT"
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       COPY CTLPARM.
       FD  SITE-MASTER.
       COPY SITEMST.
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-DATE PIC 9(8).
           05  CAL-TYPE PIC X(8).
       FD  JOURNAL-FILE.
       01  JOURNAL-FILE-RECORD PIC X(131).
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           05  PRM-KEYWORD PIC X(8).
           05  PRM-VALUE PIC X(8).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(90).
      *
       WORKING-STORAGE SECTION.
       COPY MAINTJRN.
       01  REPORT-TITLE-LINE.
           05  FILLER PIC X(24) VALUE "PARAMETERS IN FORCE ON  ".
           05  RT-AS-OF-DATE PIC 9(8).
           05  FILLER PIC X(9) VALUE "  UNDOING".
           05  RT-UNDONE PIC ZZZZ9.
           05  FILLER PIC X(30) VALUE
               " LATER JOURNALED CHANGE(S)    ".
           05  FILLER PIC X(14) VALUE SPACES.
       01  REPORT-SECTION-LINE.
           05  RS-TEXT PIC X(40).
           05  FILLER PIC X(50) VALUE SPACES.
       01  REPORT-CTL-HEAD-LINE.
           05  FILLER PIC X(40) VALUE
               "PROGRAM  SITE   LOW-N  HIGH-N  MODULUS  ".
           05  FILLER PIC X(20) VALUE "EFFECTIVE           ".
           05  FILLER PIC X(30) VALUE SPACES.
       01  REPORT-CTL-LINE.
           05  RP-PROGRAM-ID PIC X(8).
           05  FILLER PIC X VALUE SPACE.
           05  RP-SITE-ID PIC X(5).
           05  FILLER PIC X VALUE SPACE.
           05  RP-LOW-N PIC -ZZZ9.
           05  FILLER PIC X(3) VALUE SPACES.
           05  RP-HIGH-N PIC -ZZZ9.
           05  FILLER PIC X(4) VALUE SPACES.
           05  RP-MODULUS PIC -ZZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  RP-EFF-DATE PIC 9(8).
           05  FILLER PIC X(43) VALUE SPACES.
       01  REPORT-SITE-HEAD-LINE.
           05  FILLER PIC X(40) VALUE
               "SITE PLANT                FLAG COMMISS  ".
           05  FILLER PIC X(40) VALUE
               "DECOMMIS  EXPECTED STATUS               ".
           05  FILLER PIC X(10) VALUE SPACES.
       01  REPORT-SITE-LINE.
           05  RM-SITE-ID PIC X(4).
           05  FILLER PIC X VALUE SPACE.
           05  RM-PLANT-NAME PIC X(20).
           05  FILLER PIC X(2) VALUE SPACES.
           05  RM-ACTIVE-FLAG PIC X.
           05  FILLER PIC X(2) VALUE SPACES.
           05  RM-COMMISSIONED PIC 9(8).
           05  FILLER PIC X VALUE SPACE.
           05  RM-DECOMMISSIONED PIC 9(8).
           05  FILLER PIC X(4) VALUE SPACES.
           05  RM-EXPECTED PIC ZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  RM-STATUS PIC X(8).
           05  FILLER PIC X(26) VALUE SPACES.
       01  REPORT-DAY-LINE.
           05  FILLER PIC X(9) VALUE "CALENDAR ".
           05  RD-DATE PIC 9(8).
           05  FILLER PIC X VALUE SPACE.
           05  RD-VERDICT PIC X(17).
           05  RD-TYPE PIC X(8).
           05  FILLER PIC X(47) VALUE SPACES.
       01  REPORT-CAL-LINE.
           05  FILLER PIC X(4) VALUE SPACES.
           05  RK-DATE PIC 9(8).
           05  FILLER PIC X VALUE SPACE.
           05  RK-TYPE PIC X(8).
           05  FILLER PIC X(69) VALUE SPACES.
       01  REPORT-NONE-LINE.
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(20) VALUE "NONE ON FILE        ".
           05  FILLER PIC X(66) VALUE SPACES.
       01  REPORT-EARLY-LINE.
           05  FILLER PIC X(22) VALUE "CAUTION - JOURNAL FROM".
           05  FILLER PIC X VALUE SPACE.
           05  RE-FIRST-DATE PIC 9(8).
           05  FILLER PIC X(45) VALUE
               " - EARLIER CHANGES ARE NOT ON RECORD AND ARE ".
           05  FILLER PIC X(14) VALUE "NOT UNDONE    ".
       01  REPORT-UNMATCHED-LINE.
           05  FILLER PIC X(16) VALUE "NOT REVERSIBLE  ".
           05  RU-FILE-ID PIC X(8).
           05  FILLER PIC X VALUE SPACE.
           05  RU-RUN-DATE PIC 9(8).
           05  FILLER PIC X VALUE SPACE.
           05  RU-ACTION PIC X.
           05  FILLER PIC X VALUE SPACE.
           05  RU-IMAGE PIC X(45).
           05  FILLER PIC X(9) VALUE SPACES.
       01  ControlStatus PIC XX.
       01  SiteStatus PIC XX.
       01  CalendarStatus PIC XX.
       01  JournalStatus PIC XX.
       01  RunParmStatus PIC XX.
       01  ControlSwitch PIC X VALUE "N".
           88  NoMoreControl VALUE "Y".
       01  SiteSwitch PIC X VALUE "N".
           88  NoMoreSites VALUE "Y".
       01  CalendarSwitch PIC X VALUE "N".
           88  NoMoreCalendar VALUE "Y".
       01  JournalSwitch PIC X VALUE "N".
           88  NoMoreJournal VALUE "Y".
       01  RunParmSwitch PIC X VALUE "N".
           88  NoMoreRunParm VALUE "Y".
       01  FileErrorSwitch PIC X VALUE "N".
           88  FileError VALUE "Y".
       01  CautionSwitch PIC X VALUE "N".
           88  RebuildDoubtful VALUE "Y".
       01  AsOfDate PIC 9(8).
       01  FirstJournalDate PIC 9(8) VALUE 0.
       01  JournalReadCount PIC 9(8) VALUE 0.
       01  CtlCount PIC 9(4) VALUE 0.
       01  CtlTable.
           05  CtlEntry OCCURS 500 TIMES.
               10  CTE-PROGRAM-ID PIC X(8).
               10  CTE-SITE-ID PIC X(4).
               10  CTE-LOW-N PIC S9(4).
               10  CTE-HIGH-N PIC S9(4).
               10  CTE-MODULUS PIC S9(4).
               10  CTE-EFF-DATE PIC 9(8).
               10  CTE-DELETED PIC X.
       01  SiteCount PIC 9(4) VALUE 0.
       01  SiteTable.
           05  SiteEntry OCCURS 200 TIMES.
               10  STE-SITE-ID PIC X(4).
               10  STE-PLANT-NAME PIC X(20).
               10  STE-ACTIVE-FLAG PIC X.
               10  STE-COMMISSIONED PIC 9(8).
               10  STE-DECOMMISSIONED PIC 9(8).
               10  STE-EXPECTED-COUNT PIC 9(4).
               10  STE-DELETED PIC X.
       01  CalCount PIC 9(4) VALUE 0.
       01  CalTable.
           05  CalEntry OCCURS 2000 TIMES.
               10  CAE-DATE PIC 9(8).
               10  CAE-TYPE PIC X(8).
               10  CAE-DELETED PIC X.
       01  UndoCount PIC 9(4) VALUE 0.
       01  UndoTable.
           05  UndoEntry OCCURS 5000 TIMES.
               10  UNE-RECORD PIC X(131).
       01  UndoX PIC 9(4) VALUE 0.
       01  X PIC 9(4) VALUE 0.
       01  Y PIC 9(4) VALUE 0.
       01  FoundIndex PIC 9(4) VALUE 0.
       01  InForceSwitch PIC X.
           88  RecordInForce VALUE "Y".
       01  PrintedCount PIC 9(4) VALUE 0.
       01  YearStartDate PIC 9(8).
       01  YearEndDate PIC 9(8).
       01  LastPrintedDate PIC 9(8).
       01  NextDate PIC 9(8).
       01  NextIndex PIC 9(4).
       01  UnmatchedCount PIC 9(4) VALUE 0.
      *
       PROCEDURE DIVISION.
       ACCEPT AsOfDate FROM DATE YYYYMMDD.
       PERFORM ReadRunParms.
       PERFORM LoadControlFile.
       PERFORM LoadSiteMaster.
       PERFORM LoadCalendar.
       PERFORM LoadLaterChanges.
       IF FileError THEN
           MOVE 16 TO RETURN-CODE
       ELSE
           OPEN OUTPUT REPORT-FILE
           MOVE AsOfDate TO RT-AS-OF-DATE
           MOVE UndoCount TO RT-UNDONE
           WRITE REPORT-LINE FROM REPORT-TITLE-LINE
           PERFORM UndoLaterChanges
           IF FirstJournalDate = 0 OR FirstJournalDate > AsOfDate
                   THEN
               MOVE FirstJournalDate TO RE-FIRST-DATE
               WRITE REPORT-LINE FROM REPORT-EARLY-LINE
               SET RebuildDoubtful TO TRUE
           END-IF
           PERFORM WriteControlSection
           PERFORM WriteSiteSection
           PERFORM WriteCalendarSection
           CLOSE REPORT-FILE
           IF RebuildDoubtful THEN
               DISPLAY "INFORCE: REBUILD FOR " AsOfDate
                   " IS INCOMPLETE - " UnmatchedCount
                   " ENTRY(IES) NOT REVERSIBLE, JOURNAL FROM "
                   FirstJournalDate
               IF RETURN-CODE = 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "INFORCE: PARAMETERS IN FORCE ON " AsOfDate
                   " REBUILT - " UndoCount " LATER CHANGE(S) UNDONE"
           END-IF
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
                               MOVE PRM-VALUE TO AsOfDate
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNPARM-FILE
           END-IF
           EXIT.

       LoadControlFile.
           OPEN INPUT CONTROL-FILE
           IF ControlStatus NOT = "00" THEN
               DISPLAY "INFORCE: CTLPARM FILE OPEN FAILED - STATUS "
                   ControlStatus
               SET FileError TO TRUE
           ELSE
               PERFORM UNTIL NoMoreControl
                   READ CONTROL-FILE
                       AT END
                           SET NoMoreControl TO TRUE
                       NOT AT END
                           IF CtlCount >= 500 THEN
                               DISPLAY "INFORCE: CTLPARM TABLE FULL"
                               SET FileError TO TRUE
                               SET NoMoreControl TO TRUE
                           ELSE
                               ADD 1 TO CtlCount
                               MOVE CTL-PROGRAM-ID
                                   TO CTE-PROGRAM-ID(CtlCount)
                               MOVE CTL-SITE-ID TO CTE-SITE-ID(CtlCount)
                               MOVE CTL-LOW-N TO CTE-LOW-N(CtlCount)
                               MOVE CTL-HIGH-N TO CTE-HIGH-N(CtlCount)
                               MOVE CTL-MODULUS TO CTE-MODULUS(CtlCount)
                               MOVE CTL-EFF-DATE
                                   TO CTE-EFF-DATE(CtlCount)
                               MOVE "N" TO CTE-DELETED(CtlCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF
           EXIT.

       LoadSiteMaster.
           OPEN INPUT SITE-MASTER
           IF SiteStatus NOT = "00" THEN
               DISPLAY "INFORCE: SITEMST FILE OPEN FAILED - STATUS "
                   SiteStatus
               SET FileError TO TRUE
           ELSE
               PERFORM UNTIL NoMoreSites
                   READ SITE-MASTER
                       AT END
                           SET NoMoreSites TO TRUE
                       NOT AT END
                           IF SiteCount >= 200 THEN
                               DISPLAY "INFORCE: SITE TABLE FULL"
                               SET FileError TO TRUE
                               SET NoMoreSites TO TRUE
                           ELSE
                               ADD 1 TO SiteCount
                               MOVE SM-SITE-ID TO STE-SITE-ID(SiteCount)
                               MOVE SM-PLANT-NAME
                                   TO STE-PLANT-NAME(SiteCount)
                               MOVE SM-ACTIVE-FLAG
                                   TO STE-ACTIVE-FLAG(SiteCount)
                               MOVE SM-COMMISSIONED
                                   TO STE-COMMISSIONED(SiteCount)
                               MOVE SM-DECOMMISSIONED
                                   TO STE-DECOMMISSIONED(SiteCount)
                               MOVE SM-EXPECTED-COUNT
                                   TO STE-EXPECTED-COUNT(SiteCount)
                               MOVE "N" TO STE-DELETED(SiteCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SITE-MASTER
           END-IF
           EXIT.

       LoadCalendar.
           OPEN INPUT CALENDAR-FILE
           IF CalendarStatus NOT = "00" THEN
               DISPLAY "INFORCE: CALENDAR FILE OPEN FAILED - STATUS "
                   CalendarStatus
               SET FileError TO TRUE
           ELSE
               PERFORM UNTIL NoMoreCalendar
                   READ CALENDAR-FILE
                       AT END
                           SET NoMoreCalendar TO TRUE
                       NOT AT END
                           IF CalCount >= 2000 THEN
                               DISPLAY "INFORCE: CALENDAR TABLE FULL"
                               SET FileError TO TRUE
                               SET NoMoreCalendar TO TRUE
                           ELSE
                               ADD 1 TO CalCount
                               MOVE CAL-DATE TO CAE-DATE(CalCount)
                               MOVE CAL-TYPE TO CAE-TYPE(CalCount)
                               MOVE "N" TO CAE-DELETED(CalCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF
           EXIT.

      * The journal is appended in the order the maintenance ran,
      * so the changes after the date are held in that order and
      * undone newest first.  CALIBRATION-MAINT journals meter
      * calibrations here too; those are not chain parameters -
      * each reading carries the calibration it was loaded under -
      * so they are passed over.

       LoadLaterChanges.
           OPEN INPUT JOURNAL-FILE
           IF JournalStatus NOT = "00" THEN
               DISPLAY "INFORCE: MAINTJRN OPEN FAILED - STATUS "
                   JournalStatus
               SET FileError TO TRUE
           ELSE
               PERFORM UNTIL NoMoreJournal
                   READ JOURNAL-FILE INTO JOURNAL-RECORD
                       AT END
                           SET NoMoreJournal TO TRUE
                       NOT AT END
                           ADD 1 TO JournalReadCount
                           IF JournalReadCount = 1 THEN
                               MOVE JRN-RUN-DATE TO FirstJournalDate
                           END-IF
                           IF JRN-RUN-DATE > AsOfDate
                                   AND NOT JRN-CALIBRAT THEN
                               PERFORM HoldLaterChange
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF
           EXIT.

       HoldLaterChange.
           IF UndoCount >= 5000 THEN
               DISPLAY "INFORCE: TOO MANY JOURNALED CHANGES AFTER "
                   AsOfDate " - NARROW THE GAP"
               SET FileError TO TRUE
               SET NoMoreJournal TO TRUE
           ELSE
               ADD 1 TO UndoCount
               MOVE JOURNAL-RECORD TO UNE-RECORD(UndoCount)
           END-IF
           EXIT.

       UndoLaterChanges.
           PERFORM VARYING UndoX FROM UndoCount BY -1 UNTIL UndoX < 1
               MOVE UNE-RECORD(UndoX) TO JOURNAL-RECORD
               IF JRN-CTLPARM THEN
                   PERFORM UndoControlChange
               ELSE
                   IF JRN-SITEMST THEN
                       PERFORM UndoSiteChange
                   ELSE
                       IF JRN-CALENDAR THEN
                           PERFORM UndoCalendarChange
                       ELSE
                           PERFORM NoteUnmatched
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       UndoControlChange.
           IF JRN-DELETE THEN
               IF CtlCount >= 500 THEN
                   PERFORM NoteUnmatched
               ELSE
                   ADD 1 TO CtlCount
                   MOVE JCB-PROGRAM-ID TO CTE-PROGRAM-ID(CtlCount)
                   MOVE JCB-SITE-ID TO CTE-SITE-ID(CtlCount)
                   MOVE JCB-LOW-N TO CTE-LOW-N(CtlCount)
                   MOVE JCB-HIGH-N TO CTE-HIGH-N(CtlCount)
                   MOVE JCB-MODULUS TO CTE-MODULUS(CtlCount)
                   MOVE JCB-EFF-DATE TO CTE-EFF-DATE(CtlCount)
                   MOVE "N" TO CTE-DELETED(CtlCount)
               END-IF
           ELSE
               MOVE 0 TO FoundIndex
               PERFORM VARYING X FROM 1 BY 1 UNTIL X > CtlCount
                   IF CTE-PROGRAM-ID(X) = JCA-PROGRAM-ID
                           AND CTE-SITE-ID(X) = JCA-SITE-ID
                           AND CTE-EFF-DATE(X) = JCA-EFF-DATE
                           AND CTE-DELETED(X) = "N" THEN
                       MOVE X TO FoundIndex
                   END-IF
               END-PERFORM
               IF FoundIndex = 0 THEN
                   PERFORM NoteUnmatched
               ELSE
                   IF JRN-ADD THEN
                       MOVE "Y" TO CTE-DELETED(FoundIndex)
                   ELSE
                       MOVE JCB-LOW-N TO CTE-LOW-N(FoundIndex)
                       MOVE JCB-HIGH-N TO CTE-HIGH-N(FoundIndex)
                       MOVE JCB-MODULUS TO CTE-MODULUS(FoundIndex)
                   END-IF
               END-IF
           END-IF
           EXIT.

       UndoSiteChange.
           IF JRN-DELETE THEN
               IF SiteCount >= 200 THEN
                   PERFORM NoteUnmatched
               ELSE
                   ADD 1 TO SiteCount
                   MOVE JSB-SITE-ID TO STE-SITE-ID(SiteCount)
                   MOVE JSB-PLANT-NAME TO STE-PLANT-NAME(SiteCount)
                   MOVE JSB-ACTIVE-FLAG TO STE-ACTIVE-FLAG(SiteCount)
                   MOVE JSB-COMMISSIONED TO STE-COMMISSIONED(SiteCount)
                   MOVE JSB-DECOMMISSIONED
                       TO STE-DECOMMISSIONED(SiteCount)
                   MOVE JSB-EXPECTED-COUNT
                       TO STE-EXPECTED-COUNT(SiteCount)
                   MOVE "N" TO STE-DELETED(SiteCount)
               END-IF
           ELSE
               MOVE 0 TO FoundIndex
               PERFORM VARYING X FROM 1 BY 1 UNTIL X > SiteCount
                   IF STE-SITE-ID(X) = JSA-SITE-ID
                           AND STE-DELETED(X) = "N" THEN
                       MOVE X TO FoundIndex
                   END-IF
               END-PERFORM
               IF FoundIndex = 0 THEN
                   PERFORM NoteUnmatched
               ELSE
                   IF JRN-ADD THEN
                       MOVE "Y" TO STE-DELETED(FoundIndex)
                   ELSE
                       MOVE JSB-PLANT-NAME TO STE-PLANT-NAME(FoundIndex)
                       MOVE JSB-ACTIVE-FLAG
                           TO STE-ACTIVE-FLAG(FoundIndex)
                       MOVE JSB-COMMISSIONED
                           TO STE-COMMISSIONED(FoundIndex)
                       MOVE JSB-DECOMMISSIONED
                           TO STE-DECOMMISSIONED(FoundIndex)
                       MOVE JSB-EXPECTED-COUNT
                           TO STE-EXPECTED-COUNT(FoundIndex)
                   END-IF
               END-IF
           END-IF
           EXIT.

       UndoCalendarChange.
           IF JRN-DELETE THEN
               IF CalCount >= 2000 THEN
                   PERFORM NoteUnmatched
               ELSE
                   ADD 1 TO CalCount
                   MOVE JKB-DATE TO CAE-DATE(CalCount)
                   MOVE JKB-TYPE TO CAE-TYPE(CalCount)
                   MOVE "N" TO CAE-DELETED(CalCount)
               END-IF
           ELSE
               MOVE 0 TO FoundIndex
               PERFORM VARYING X FROM 1 BY 1 UNTIL X > CalCount
                   IF CAE-DATE(X) = JKA-DATE
                           AND CAE-DELETED(X) = "N" THEN
                       MOVE X TO FoundIndex
                   END-IF
               END-PERFORM
               IF FoundIndex = 0 THEN
                   PERFORM NoteUnmatched
               ELSE
                   IF JRN-ADD THEN
                       MOVE "Y" TO CAE-DELETED(FoundIndex)
                   ELSE
                       MOVE JKB-TYPE TO CAE-TYPE(FoundIndex)
                   END-IF
               END-IF
           END-IF
           EXIT.

      * A journal entry whose record is no longer where it says -
      * the master was edited outside the maintenance programs, or
      * restored from a backup - is printed rather than guessed at.

       NoteUnmatched.
           ADD 1 TO UnmatchedCount
           SET RebuildDoubtful TO TRUE
           MOVE JRN-FILE-ID TO RU-FILE-ID
           MOVE JRN-RUN-DATE TO RU-RUN-DATE
           MOVE JRN-ACTION TO RU-ACTION
           IF JRN-DELETE THEN
               MOVE JRN-BEFORE-IMAGE TO RU-IMAGE
           ELSE
               MOVE JRN-AFTER-IMAGE TO RU-IMAGE
           END-IF
           WRITE REPORT-LINE FROM REPORT-UNMATCHED-LINE
           EXIT.

      * Same resolution the programs use: for each program and site
      * the record with the latest effective date not after the
      * date is the one in force; a blank site is the all-sites
      * default.

       WriteControlSection.
           MOVE "CTLPARM RECORDS IN FORCE" TO RS-TEXT
           WRITE REPORT-LINE FROM REPORT-SECTION-LINE
           WRITE REPORT-LINE FROM REPORT-CTL-HEAD-LINE
           MOVE 0 TO PrintedCount
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > CtlCount
               IF CTE-DELETED(X) = "N"
                       AND CTE-EFF-DATE(X) NOT > AsOfDate THEN
                   MOVE "Y" TO InForceSwitch
                   PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > CtlCount
                       IF Y NOT = X
                               AND CTE-DELETED(Y) = "N"
                               AND CTE-PROGRAM-ID(Y) =
                                   CTE-PROGRAM-ID(X)
                               AND CTE-SITE-ID(Y) = CTE-SITE-ID(X)
                               AND CTE-EFF-DATE(Y) NOT > AsOfDate
                               AND CTE-EFF-DATE(Y) >
                                   CTE-EFF-DATE(X) THEN
                           MOVE "N" TO InForceSwitch
                       END-IF
                   END-PERFORM
                   IF RecordInForce THEN
                       PERFORM WriteControlLine
                   END-IF
               END-IF
           END-PERFORM
           IF PrintedCount = 0 THEN
               WRITE REPORT-LINE FROM REPORT-NONE-LINE
           END-IF
           EXIT.

       WriteControlLine.
           ADD 1 TO PrintedCount
           MOVE CTE-PROGRAM-ID(X) TO RP-PROGRAM-ID
           IF CTE-SITE-ID(X) = SPACES THEN
               MOVE "(ALL)" TO RP-SITE-ID
           ELSE
               MOVE CTE-SITE-ID(X) TO RP-SITE-ID
           END-IF
           MOVE CTE-LOW-N(X) TO RP-LOW-N
           MOVE CTE-HIGH-N(X) TO RP-HIGH-N
           MOVE CTE-MODULUS(X) TO RP-MODULUS
           MOVE CTE-EFF-DATE(X) TO RP-EFF-DATE
           WRITE REPORT-LINE FROM REPORT-CTL-LINE
           EXIT.

      * Live follows the SITEMST rule: active flag, not before the
      * commissioned date, and before the decommissioned date when
      * one is set.

       WriteSiteSection.
           MOVE "SITEMST SITES AS THEN ON FILE" TO RS-TEXT
           WRITE REPORT-LINE FROM REPORT-SECTION-LINE
           WRITE REPORT-LINE FROM REPORT-SITE-HEAD-LINE
           MOVE 0 TO PrintedCount
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > SiteCount
               IF STE-DELETED(X) = "N" THEN
                   ADD 1 TO PrintedCount
                   MOVE STE-SITE-ID(X) TO RM-SITE-ID
                   MOVE STE-PLANT-NAME(X) TO RM-PLANT-NAME
                   MOVE STE-ACTIVE-FLAG(X) TO RM-ACTIVE-FLAG
                   MOVE STE-COMMISSIONED(X) TO RM-COMMISSIONED
                   MOVE STE-DECOMMISSIONED(X) TO RM-DECOMMISSIONED
                   MOVE STE-EXPECTED-COUNT(X) TO RM-EXPECTED
                   IF STE-ACTIVE-FLAG(X) = "A"
                           AND STE-COMMISSIONED(X) NOT > AsOfDate
                           AND (STE-DECOMMISSIONED(X) = 0
                               OR STE-DECOMMISSIONED(X) > AsOfDate)
                           THEN
                       MOVE "LIVE    " TO RM-STATUS
                   ELSE
                       MOVE "NOT LIVE" TO RM-STATUS
                   END-IF
                   WRITE REPORT-LINE FROM REPORT-SITE-LINE
               END-IF
           END-PERFORM
           IF PrintedCount = 0 THEN
               WRITE REPORT-LINE FROM REPORT-NONE-LINE
           END-IF
           EXIT.

      * The date's own standing first, then that year's entries in
      * date order, picked off smallest first since the maintenance
      * appends entries in the order they were keyed.

       WriteCalendarSection.
           MOVE "CALENDAR AS THEN ON FILE" TO RS-TEXT
           WRITE REPORT-LINE FROM REPORT-SECTION-LINE
           MOVE AsOfDate TO RD-DATE
           MOVE "BUSINESS DAY     " TO RD-VERDICT
           MOVE SPACES TO RD-TYPE
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > CalCount
               IF CAE-DATE(X) = AsOfDate
                       AND CAE-DELETED(X) = "N" THEN
                   MOVE "NON-BUSINESS DAY " TO RD-VERDICT
                   MOVE CAE-TYPE(X) TO RD-TYPE
               END-IF
           END-PERFORM
           WRITE REPORT-LINE FROM REPORT-DAY-LINE
           COMPUTE YearStartDate = (AsOfDate / 10000) * 10000 + 0101
           COMPUTE YearEndDate = (AsOfDate / 10000) * 10000 + 1231
           COMPUTE LastPrintedDate = YearStartDate - 1
           MOVE 0 TO PrintedCount
           MOVE 1 TO NextIndex
           PERFORM UNTIL NextIndex = 0
               MOVE 0 TO NextIndex
               MOVE 99999999 TO NextDate
               PERFORM VARYING X FROM 1 BY 1 UNTIL X > CalCount
                   IF CAE-DELETED(X) = "N"
                           AND CAE-DATE(X) > LastPrintedDate
                           AND CAE-DATE(X) NOT > YearEndDate
                           AND CAE-DATE(X) < NextDate THEN
                       MOVE CAE-DATE(X) TO NextDate
                       MOVE X TO NextIndex
                   END-IF
               END-PERFORM
               IF NextIndex > 0 THEN
                   ADD 1 TO PrintedCount
                   MOVE CAE-DATE(NextIndex) TO RK-DATE
                   MOVE CAE-TYPE(NextIndex) TO RK-TYPE
                   WRITE REPORT-LINE FROM REPORT-CAL-LINE
                   MOVE NextDate TO LastPrintedDate
               END-IF
           END-PERFORM
           IF PrintedCount = 0 THEN
               WRITE REPORT-LINE FROM REPORT-NONE-LINE
           END-IF
           EXIT.

       END PROGRAM PARMS-IN-FORCE.
