      *  to 9999.9 - a deliberate trade to keep this shared layout
      *  unchanged.  A site whose genuine readings exceed the cap
      *  carries no site record and rides the all-sites default
      *  (9999.9 when no default record is on file).  The MAXSENS
      *  records beside them hold MAX-ARRAY's neighbour checks in
      *  whole numbers: LOW-N is the flatline run length in
      *  consecutive sequences and HIGH-N the spike percentage,
      *  zero meaning the check is off.  The XMITSCHD records are
      *  TRANSMISSION-REPORT's expected-arrival schedule, one per
      *  delivery the metering side owes each day: the site id
      *  names the delivery (MAIN, TOP1 and the like) rather than a
      *  site, LOW-N is the time its window opens and HIGH-N its
      *  deadline, both HHMM, and MODULUS 1 expects it on business
      *  days only, 0 every day.  A HIGH-N of zero retires the
      *  delivery from its effective date.
      *****************************************************************
       01  CTL-RECORD.
           05  CTL-PROGRAM-ID PIC X(8).
