      * files by; 90 days when none is on file) and has no OPEN
      * exception line, so a day still awaiting a correction stays
      * live for the CORRBAT flow.  Archived records are written to
      * ARCHREAD whole, raw meter value and calibration beside the
      * calibrated value, and deleted from the file in one pass;
      * the report shows each day moved with its record count and
      * each old day held back for its open exceptions.
      * READINGS-RESTORE brings an archived day back when a
      * correction older than the live file's depth is needed.
      * The readings moved are counted by reading date and site on
      * the LEDGMOVE reading count movements for READING-LEDGER; a
      * movement file that cannot be extended only warns.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS ExceptionStatus.
           SELECT REPORT-FILE ASSIGN TO "RDGARPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LEDGER-MOVES ASSIGN TO "LEDGMOVE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LedgerStatus.
      *
       DATA DIVISION.
       FILE SECTION.
               10  READING-SITE PIC X(4).
               10  READING-SEQ PIC 9(4).
           05  READING-VALUE PIC S9(4)V9.
           05  READING-RAW-VALUE PIC S9(4)V9.
           05  READING-CAL-DATE PIC 9(8).
           05  READING-ORIGIN PIC X.
               88  READING-METERED VALUE "M".
               88  READING-CORRECTED VALUE "C".
           05  READING-TIME.
               10  READING-HOUR PIC 99.
               10  READING-MINUTE PIC 99.
               10  READING-SECOND PIC 99.
       FD  ARCHIVE-READINGS.
       01  ARCHIVE-READING-RECORD PIC X(41).
       FD  CONTROL-FILE.
       COPY CTLPARM.
       FD  EXCEPTION-REPORT.
               88  EXC-OPEN VALUE "OPEN    ".
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(60).
       FD  LEDGER-MOVES.
       COPY LEDGMOVE.
      *
       WORKING-STORAGE SECTION.
       01  REPORT-TITLE-LINE.
       01  MovedCount PIC 9(9) VALUE 0.
       01  HeldDaySwitch PIC X.
           88  DayHeldOpen VALUE "Y".
       01  RunTime PIC 9(8).
       01  LedgerStatus PIC XX.
       01  LedgerSwitch PIC X VALUE "N".
           88  LedgerOpen VALUE "Y".
       01  LedgerDate PIC 9(8) VALUE 0.
       01  LedgerSite PIC X(4) VALUE SPACES.
       01  LedgerCount PIC 9(9) VALUE 0.
      *
       PROCEDURE DIVISION.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       ACCEPT RunTime FROM TIME.
       PERFORM ReadRetention.
       COMPUTE CutoffDate =
           FUNCTION DATE-OF-INTEGER
                   SET NoMoreReadings TO TRUE
               ELSE
                   OPEN OUTPUT ARCHIVE-READINGS
                   PERFORM OpenLedger
                   PERFORM UNTIL NoMoreReadings
                       READ READINGS-FILE NEXT RECORD
                           AT END
                               END-IF
                       END-READ
                   END-PERFORM
                   PERFORM WriteLedgerMove
                   IF LedgerOpen THEN
                       CLOSE LEDGER-MOVES
                   END-IF
                   CLOSE ARCHIVE-READINGS
                   CLOSE READINGS-FILE
               END-IF
               IF DayHeldOpen THEN
                   MOVE "Y" TO DYE-HELD(DayIndex)
               ELSE
                   IF READING-DATE NOT = LedgerDate
                           OR READING-SITE NOT = LedgerSite THEN
                       PERFORM WriteLedgerMove
                       MOVE READING-DATE TO LedgerDate
                       MOVE READING-SITE TO LedgerSite
                   END-IF
                   WRITE ARCHIVE-READING-RECORD FROM READING-RECORD
                   DELETE READINGS-FILE
                   ADD 1 TO MovedCount
                   ADD 1 TO DYE-MOVED(DayIndex)
                   ADD 1 TO LedgerCount
               END-IF
           END-IF
           EXIT.

       OpenLedger.
           OPEN EXTEND LEDGER-MOVES
           IF LedgerStatus NOT = "00" THEN
               DISPLAY "RDGARCH: LEDGMOVE EXTEND FAILED - STATUS "
                   LedgerStatus " - READING COUNTS NOT RECORDED"
           ELSE
               SET LedgerOpen TO TRUE
           END-IF
           EXIT.

      * The pass runs in key order, so each date and site's count
      * is complete when the next one starts.

       WriteLedgerMove.
           IF LedgerCount > 0 AND LedgerOpen THEN
               MOVE LedgerDate TO LGM-READING-DATE
               MOVE LedgerSite TO LGM-SITE
               MOVE "RDGARCH " TO LGM-SOURCE
               MOVE RunDate TO LGM-RUN-DATE
               MOVE RunTime TO LGM-RUN-TIME
               MOVE 0 TO LGM-RECEIVED
               MOVE 0 TO LGM-REJECTED
               MOVE 0 TO LGM-SKIPPED
               MOVE 0 TO LGM-LOADED
               MOVE 0 TO LGM-ADDED
               MOVE 0 TO LGM-CHANGED
               MOVE LedgerCount TO LGM-ARCHIVED
               MOVE 0 TO LGM-RESTORED
               MOVE 0 TO LGM-RECODED-IN
               MOVE 0 TO LGM-RECODED-OUT
               WRITE LEDGER-MOVE-RECORD
           END-IF
           MOVE 0 TO LedgerCount
           EXIT.

       FindDayEntry.
           MOVE 0 TO DayIndex
           PERFORM VARYING DayX FROM 1 BY 1 UNTIL DayX > DayCount
