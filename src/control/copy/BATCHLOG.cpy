      *****************************************************************
      *  BATCHLOG.cpy
      *  Batch register, one record per batch READINGS-LOAD has
      *  judged, written as each batch's trailer is balanced (or
      *  found missing).  The outcome says what became of it: loaded
      *  in balance, skipped whole as a retransmission of a batch
      *  already loaded, or not accepted - out of balance, truncated
      *  or unidentifiable, with the fault that failed it.  Only a
      *  loaded batch counts for the retransmission check, so a
      *  batch that failed can be sent again under the same id.
      *  Arrival time is when the load read the batch header.  The
      *  count is the detail records read and the trailer count what
      *  the trailer claimed (zero when it never came).  Rejects are
      *  counted by the reason on the reject report, in the order
      *  BAD TYPE, BAD KEY, NO SITE, NOT NUM, UNK SITE, SITE OFF,
      *  CAL SIZE, DUP KEY.  The first and last reading dates and
      *  the distinct days between them are the days the batch
      *  covered; the late count is its readings for days MAX-ARRAY
      *  had already published when they arrived.  TRANSMISSION-
      *  REPORT measures the metering side's deliveries from it.
      *****************************************************************
       01  BATCH-LOG-RECORD.
           05  BLG-BATCH-ID PIC X(8).
           05  BLG-LOAD-DATE PIC 9(8).
           05  BLG-COUNT PIC 9(9).
           05  BLG-ARRIVAL-TIME PIC 9(8).
           05  BLG-OUTCOME PIC X.
               88  BLG-LOADED VALUE "L".
               88  BLG-RETRANSMISSION VALUE "S".
               88  BLG-NOT-ACCEPTED VALUE "B".
           05  BLG-TRAILER-COUNT PIC 9(9).
           05  BLG-LOADED-COUNT PIC 9(9).
           05  BLG-REJECTED-COUNT PIC 9(9).
           05  BLG-REJECT-REASONS.
               10  BLG-REJ-BAD-TYPE PIC 9(7).
               10  BLG-REJ-BAD-KEY PIC 9(7).
               10  BLG-REJ-NO-SITE PIC 9(7).
               10  BLG-REJ-NOT-NUM PIC 9(7).
               10  BLG-REJ-UNK-SITE PIC 9(7).
               10  BLG-REJ-SITE-OFF PIC 9(7).
               10  BLG-REJ-CAL-SIZE PIC 9(7).
               10  BLG-REJ-DUP-KEY PIC 9(7).
           05  BLG-REJECT-TABLE REDEFINES BLG-REJECT-REASONS.
               10  BLG-REJ-COUNT PIC 9(7) OCCURS 8 TIMES.
           05  BLG-FIRST-DATE PIC 9(8).
           05  BLG-LAST-DATE PIC 9(8).
           05  BLG-DAYS-COVERED PIC 9(4).
           05  BLG-LATE-COUNT PIC 9(9).
           05  BLG-FAULT PIC X(48).
