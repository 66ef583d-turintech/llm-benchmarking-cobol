      *****************************************************************
      *  CALIBREC.cpy
      *  Meter calibration record, one per site per effective date,
      *  maintained by CALIBRATION-MAINT from the multiplier and
      *  offset engineering issues when a meter is recalibrated or
      *  swapped for one on a different scale.  READINGS-LOAD
      *  applies the calibration in force for each reading's date
      *  - the latest effective date not after it, for the
      *  reading's own site - as the reading is loaded: the
      *  calibrated value is the raw meter value times the
      *  multiplier plus the offset, rounded to the tenth of a unit
      *  the readings carry.  A site with no calibration in force
      *  loads its readings as sent.  There is no all-sites default:
      *  a calibration belongs to one meter.  CALIBRATION-RESTATE
      *  recalculates the readings already on file when a
      *  calibration is keyed, changed or deleted back-dated.  The
      *  reference is engineering's own - the work order or the
      *  serial of the meter fitted.
      *****************************************************************
       01  CALIBRATION-RECORD.
           05  CLB-SITE-ID PIC X(4).
           05  CLB-EFF-DATE PIC 9(8).
           05  CLB-MULTIPLIER PIC S9(3)V9(6).
           05  CLB-OFFSET PIC S9(4)V9.
           05  CLB-REFERENCE PIC X(12).
