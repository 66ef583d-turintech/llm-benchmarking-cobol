      * the sealed trailer.  Any such line ends the step with
      * return code 4, and MORNING-SUMMARY reads the report so an
      * unloaded feed turns the morning verdict to ATTENTION
      * instead of silence; each such batch is also raised as an
      * event on the EVENTS file for the monitoring console feed.
      * Only nightly batches ("HDR"/"TRL")
      * are matched - the acknowledgement interchange carries no
      * batch kind, so MONSTAT's monthly "HDRM"/"TRLM" batch is
      * outside this review.  Register entries whose batch date has
               FILE STATUS IS RunParmStatus.
           SELECT REPORT-FILE ASSIGN TO "ACKRPT"
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
           05  FILLER PIC X(34) VALUE
               "EXTRACT ACKNOWLEDGEMENT REVIEW FOR".
           05  FILLER PIC X(44) VALUE
               "ALL SEALED BATCHES ACKNOWLEDGED AND MATCHED ".
           05  FILLER PIC X(26) VALUE SPACES.
       01  EVENT-ACK-TEXT.
           05  EK-FLAG PIC X(14).
           05  FILLER PIC X(8) VALUE " SEALED ".
           05  EK-SEALED-COUNT PIC ZZZZZZZZ9.
           05  FILLER PIC X(5) VALUE " ACK ".
           05  EK-ACK-COUNT PIC X(9).
           05  FILLER PIC X(5) VALUE " AGE ".
           05  EK-AGE PIC ZZZ9.
       01  ExtractStatus PIC XX.
       01  AckStatus PIC XX.
       01  AckStatStatus PIC XX.
       01  ControlStatus PIC XX.
       01  CalendarStatus PIC XX.
       01  RunParmStatus PIC XX.
       01  EventStatus PIC XX.
       01  EventSwitch PIC X VALUE "N".
           88  EventFileOpen VALUE "Y".
       01  ExtractSwitch PIC X VALUE "N".
           88  NoMoreExtract VALUE "Y".
       01  AckSwitch PIC X VALUE "N".
       PERFORM SurveySealedBatches.
       PERFORM ProcessAcks.
       PERFORM WriteAckRegister.
       PERFORM OpenEventFile.
       PERFORM WriteReport.
       PERFORM CloseEventFile.
       IF AckAttention AND RETURN-CODE = 0 THEN
           MOVE 4 TO RETURN-CODE
       END-IF.
           MOVE BusinessAge TO AD-AGE
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
           SET AckAttention TO TRUE
           PERFORM RaiseAckEvent
           EXIT.

      * Events for the monitoring console: one per flagged batch,
      * keyed by batch date alone, so a batch that goes from
      * unacknowledged to rejected is one problem still open and
      * clears once it is acknowledged and matched (or ages off
      * the feed).  An EVENTS file that cannot be extended costs
      * the console feed only, so it warns without failing the
      * step.

       OpenEventFile.
           OPEN EXTEND EVENT-FILE
           IF EventStatus NOT = "00" THEN
               DISPLAY "EXTRACK: EVENTS FILE OPEN FAILED - STATUS "
                   EventStatus " - NO EVENTS RAISED"
           ELSE
               SET EventFileOpen TO TRUE
           END-IF
           EXIT.

       RaiseAckEvent.
           MOVE "ACKCHECK" TO EVT-TYPE
           MOVE SPACES TO EVT-SITE
           MOVE SLE-DATE(SealedX) TO EVT-DATE
           MOVE SPACES TO EVT-REF
           SET EVT-WARNING TO TRUE
           MOVE AD-FLAG TO EK-FLAG
           MOVE SLE-COUNT(SealedX) TO EK-SEALED-COUNT
           MOVE AD-ACK-COUNT TO EK-ACK-COUNT
           MOVE BusinessAge TO EK-AGE
           MOVE EVENT-ACK-TEXT TO EVT-TEXT
           PERFORM RaiseEvent
           EXIT.

       RaiseEvent.
           IF EventFileOpen THEN
               MOVE RunDate TO EVT-RUN-DATE
               MOVE "EXTRACK " TO EVT-PROGRAM
               MOVE SPACES TO EVT-STATE
               MOVE 0 TO EVT-FIRST-SEEN
               WRITE EVENT-FILE-RECORD FROM EVENT-RECORD
           END-IF
           EXIT.

      * The CHECKIN event says every sealed batch was reviewed
      * tonight.  A run that could not read the extract feed
      * reviewed nothing and does not check in.

       CloseEventFile.
           IF EventFileOpen THEN
               IF RETURN-CODE < 16 THEN
                   MOVE "CHECKIN " TO EVT-TYPE
                   MOVE SPACES TO EVT-SITE
                   MOVE 0 TO EVT-DATE
                   MOVE SPACES TO EVT-REF
                   SET EVT-INFO TO TRUE
                   MOVE "ALL SEALED BATCHES REVIEWED" TO EVT-TEXT
                   PERFORM RaiseEvent
               END-IF
               CLOSE EVENT-FILE
           END-IF
           EXIT.

      * Age in business days: every day after the batch date up to
