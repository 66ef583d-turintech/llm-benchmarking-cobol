      * stands and counted, since what is on the live file is
      * always the truer copy.  A pass that finds nothing for the
      * day ends with return code 8: the wrong generation is
      * mounted, and the day is still not restorable.  A reading
      * comes back whole - calibrated and raw meter value, the
      * calibration it was loaded under and whether a correction
      * has since replaced it, and the time of day it was taken -
      * so CALIBRATION-RESTATE can bring a
      * restored day into line with a calibration back-dated while
      * the day was archived.
      * The readings written back are counted by site on the
      * LEDGMOVE reading count movements for READING-LEDGER; a
      * movement file that cannot be extended only warns.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RUNPARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RunParmStatus.
           SELECT LEDGER-MOVES ASSIGN TO "LEDGMOVE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LedgerStatus.
      *
       DATA DIVISION.
       FILE SECTION.
               10  ARC-READING-SITE PIC X(4).
               10  ARC-READING-SEQ PIC 9(4).
           05  ARC-READING-VALUE PIC S9(4)V9.
           05  ARC-READING-RAW-VALUE PIC S9(4)V9.
           05  ARC-READING-CAL-DATE PIC 9(8).
           05  ARC-READING-ORIGIN PIC X.
           05  ARC-READING-TIME PIC X(6).
       FD  READINGS-FILE.
       01  READING-RECORD.
           05  READING-KEY.
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
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           05  PRM-KEYWORD PIC X(8).
           05  PRM-VALUE PIC X(8).
       FD  LEDGER-MOVES.
       COPY LEDGMOVE.
      *
       WORKING-STORAGE SECTION.
       01  ArchiveStatus PIC XX.
       01  RestoredCount PIC 9(9) VALUE 0.
       01  AlreadyCount PIC 9(9) VALUE 0.
       01  PassedCount PIC 9(9) VALUE 0.
       01  RunDate PIC 9(8).
       01  RunTime PIC 9(8).
       01  LedgerStatus PIC XX.
       01  LedgerSwitch PIC X VALUE "N".
           88  LedgerOpen VALUE "Y".
       01  LedgerSite PIC X(4) VALUE SPACES.
       01  LedgerCount PIC 9(9) VALUE 0.
      *
       PROCEDURE DIVISION.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       ACCEPT RunTime FROM TIME.
       PERFORM ReadRunParms.
       IF NOT DateKeyed THEN
           DISPLAY "RDGREST: NO ASOFDATE DAY IN RUNPARM - "
                   SET FileError TO TRUE
                   CLOSE ARCHIVE-READINGS
               ELSE
                   PERFORM OpenLedger
                   PERFORM UNTIL NoMoreArchive
                       READ ARCHIVE-READINGS
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
           EXIT.

       RestoreOneReading.
           IF ARC-READING-SITE NOT = LedgerSite THEN
               PERFORM WriteLedgerMove
               MOVE ARC-READING-SITE TO LedgerSite
           END-IF
           MOVE ARC-READING-KEY TO READING-KEY
           MOVE ARC-READING-VALUE TO READING-VALUE
           MOVE ARC-READING-RAW-VALUE TO READING-RAW-VALUE
           MOVE ARC-READING-CAL-DATE TO READING-CAL-DATE
           MOVE ARC-READING-ORIGIN TO READING-ORIGIN
           MOVE ARC-READING-TIME TO READING-TIME
           WRITE READING-RECORD
               INVALID KEY
                   ADD 1 TO AlreadyCount
               NOT INVALID KEY
                   ADD 1 TO RestoredCount
                   ADD 1 TO LedgerCount
           END-WRITE
           EXIT.

       OpenLedger.
           OPEN EXTEND LEDGER-MOVES
           IF LedgerStatus NOT = "00" THEN
               DISPLAY "RDGREST: LEDGMOVE EXTEND FAILED - STATUS "
                   LedgerStatus " - READING COUNTS NOT RECORDED"
           ELSE
               SET LedgerOpen TO TRUE
           END-IF
           EXIT.

      * The archive holds a day in key order, so each site's count
      * is complete when the next site starts.  A reading already
      * on file was never off it and is not counted.

       WriteLedgerMove.
           IF LedgerCount > 0 AND LedgerOpen THEN
               MOVE RequestDate TO LGM-READING-DATE
               MOVE LedgerSite TO LGM-SITE
               MOVE "RDGREST " TO LGM-SOURCE
               MOVE RunDate TO LGM-RUN-DATE
               MOVE RunTime TO LGM-RUN-TIME
               MOVE 0 TO LGM-RECEIVED
               MOVE 0 TO LGM-REJECTED
               MOVE 0 TO LGM-SKIPPED
               MOVE 0 TO LGM-LOADED
               MOVE 0 TO LGM-ADDED
               MOVE 0 TO LGM-CHANGED
               MOVE 0 TO LGM-ARCHIVED
               MOVE LedgerCount TO LGM-RESTORED
               MOVE 0 TO LGM-RECODED-IN
               MOVE 0 TO LGM-RECODED-OUT
               WRITE LEDGER-MOVE-RECORD
           END-IF
           MOVE 0 TO LedgerCount
           EXIT.

       END PROGRAM READINGS-RESTORE.
