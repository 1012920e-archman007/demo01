      * processing, balancing), outcome C completed clean (highest
      * RC 4 or less), F failed, M missing from RUNSTAT; the
      * balancing result, severe ERRLOG count, and the night's
      * reject and duplicate totals ride alongside.  The c000053
      * pre-cycle readiness check takes the fifth slot (added
      * after the first four, so earlier records read the same),
      * and the warnings it logged to ERRLOG are counted in
      * DA-READY-WARNINGS - its failures are severe and already
      * in DA-SEVERE-ERRORS.  The day's DL100ID intraday queue
      * drains are counted in DA-INTRADAY-RUNS, with the highest
      * return code any of them ended with; their rejects and
      * duplicates are in the day's totals, but the c000003 slot
      * is the overnight run's alone.  Both came out of the
      * filler, so earlier records read them as spaces.
       01  DASHSTAT-RECORD.
           05  DA-BUSINESS-DATE        PIC X(08).
           05  DA-WRITE-DATE           PIC X(08).
           05  DA-SEVERE-ERRORS        PIC 9(05).
           05  DA-REJECT-COUNT         PIC 9(07).
           05  DA-DUPLICATE-COUNT      PIC 9(07).
           05  DA-READY-WARNINGS       PIC 9(03).
           05  DA-INTRADAY-RUNS        PIC 9(02).
           05  DA-INTRADAY-HIGH-RC     PIC 9(02).
           05  FILLER                  PIC X(03).
