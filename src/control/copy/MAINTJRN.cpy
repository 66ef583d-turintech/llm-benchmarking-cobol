      *****************************************************************
      *  MAINTJRN.cpy
      *  Maintenance journal, appended by CTL-MAINT, SITE-MAINT,
      *  CAL-MAINT and CALIBRATION-MAINT for every transaction that
      *  lands on CTLPARM, SITEMST, CALENDAR or CALIBRAT, and read
      *  back by PARMS-IN-FORCE to rebuild the parameters that were
      *  in force on a past date.
      *  Each entry carries the master it changed, when the
      *  maintenance ran, the action (A, C or D), who submitted the
      *  change and where it came from (THRADV for a THRTRANS
      *  recommendation, HANDKEY for a hand-keyed transaction), and
      *  the whole master record before and after the change - the
      *  before image is spaces on an add and the after image is
      *  spaces on a delete.  The images are the master records
      *  byte for byte; the four views below lay the CTLPARM,
      *  SITEMST, CALENDAR and CALIBRAT fields over the same
      *  131-byte entry.
      *  The journal is permanent: nothing ages it off.
      *****************************************************************
       01  JOURNAL-RECORD.
           05  JRN-FILE-ID PIC X(8).
               88  JRN-CTLPARM VALUE "CTLPARM ".
               88  JRN-SITEMST VALUE "SITEMST ".
               88  JRN-CALENDAR VALUE "CALENDAR".
               88  JRN-CALIBRAT VALUE "CALIBRAT".
           05  JRN-RUN-DATE PIC 9(8).
           05  JRN-RUN-TIME PIC 9(8).
           05  JRN-ACTION PIC X.
               88  JRN-ADD VALUE "A".
               88  JRN-CHANGE VALUE "C".
               88  JRN-DELETE VALUE "D".
           05  JRN-SUBMITTER PIC X(8).
           05  JRN-SOURCE PIC X(8).
           05  JRN-BEFORE-IMAGE PIC X(45).
           05  JRN-AFTER-IMAGE PIC X(45).
       01  JOURNAL-CTL-VIEW.
           05  FILLER PIC X(41).
           05  JCB-PROGRAM-ID PIC X(8).
           05  JCB-LOW-N PIC S9(4).
           05  JCB-HIGH-N PIC S9(4).
           05  JCB-MODULUS PIC S9(4).
           05  JCB-EFF-DATE PIC 9(8).
           05  JCB-SITE-ID PIC X(4).
           05  FILLER PIC X(13).
           05  JCA-PROGRAM-ID PIC X(8).
           05  JCA-LOW-N PIC S9(4).
           05  JCA-HIGH-N PIC S9(4).
           05  JCA-MODULUS PIC S9(4).
           05  JCA-EFF-DATE PIC 9(8).
           05  JCA-SITE-ID PIC X(4).
           05  FILLER PIC X(13).
       01  JOURNAL-SITE-VIEW.
           05  FILLER PIC X(41).
           05  JSB-SITE-ID PIC X(4).
           05  JSB-PLANT-NAME PIC X(20).
           05  JSB-ACTIVE-FLAG PIC X.
           05  JSB-COMMISSIONED PIC 9(8).
           05  JSB-DECOMMISSIONED PIC 9(8).
           05  JSB-EXPECTED-COUNT PIC 9(4).
           05  JSA-SITE-ID PIC X(4).
           05  JSA-PLANT-NAME PIC X(20).
           05  JSA-ACTIVE-FLAG PIC X.
           05  JSA-COMMISSIONED PIC 9(8).
           05  JSA-DECOMMISSIONED PIC 9(8).
           05  JSA-EXPECTED-COUNT PIC 9(4).
       01  JOURNAL-CAL-VIEW.
           05  FILLER PIC X(41).
           05  JKB-DATE PIC 9(8).
           05  JKB-TYPE PIC X(8).
           05  FILLER PIC X(29).
           05  JKA-DATE PIC 9(8).
           05  JKA-TYPE PIC X(8).
           05  FILLER PIC X(29).
       01  JOURNAL-CALIB-VIEW.
           05  FILLER PIC X(41).
           05  JBB-SITE-ID PIC X(4).
           05  JBB-EFF-DATE PIC 9(8).
           05  JBB-MULTIPLIER PIC S9(3)V9(6).
           05  JBB-OFFSET PIC S9(4)V9.
           05  JBB-REFERENCE PIC X(12).
           05  FILLER PIC X(7).
           05  JBA-SITE-ID PIC X(4).
           05  JBA-EFF-DATE PIC 9(8).
           05  JBA-MULTIPLIER PIC S9(3)V9(6).
           05  JBA-OFFSET PIC S9(4)V9.
           05  JBA-REFERENCE PIC X(12).
           05  FILLER PIC X(7).
