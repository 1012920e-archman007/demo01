      * when it re-rejects, W when a supervised write-off closes
      * it.  The newest record for an item is its current status;
      * c000022 reads the whole file that way for the aging report.
      * A C record from the c000047 matching step - an item whose
      * REF or INAC rejection a reference change has since cured,
      * queued onto SUSPIN without anyone keying it - carries the
      * system user *AUTO* in place of an authorizing user.
      * A status reason only means something on a later event; on
      * the original rejection of a driving-file record the same
      * area names the sender the record arrived from (blank for
      * an online, console, or reprocess entry), so the monthly
      * sender scorecard can charge each item to its source.
      * A COR record refused against the VALMAST value master
      * carries CORU (the value was never processed), CORX (it
      * was already corrected away) or CORL (the correction would
      * loop back to the value being corrected).
       01  SUSPENSE-RECORD.
           05  SUS-RECORD-IMAGE        PIC X(120).
           05  SUS-REASON-CODE         PIC X(04).
               88  SUS-REFERENCE-REJECT         VALUE 'REF'.
               88  SUS-DUPLICATE-REJECT         VALUE 'DUP'.
               88  SUS-INACTIVE-REJECT          VALUE 'INAC'.
               88  SUS-COR-UNKNOWN-REJECT       VALUE 'CORU'.
               88  SUS-COR-SUPERSEDED-REJECT    VALUE 'CORX'.
               88  SUS-COR-LOOP-REJECT          VALUE 'CORL'.
           05  SUS-RUN-DATE            PIC X(08).
           05  SUS-RECORD-NBR          PIC 9(07).
           05  SUS-STATUS              PIC X(01).
                                                       'R'.
           05  SUS-STATUS-DATE         PIC X(08).
           05  SUS-STATUS-USER         PIC X(08).
               88  SUS-STATUS-USER-AUTO         VALUE '*AUTO*'.
           05  SUS-STATUS-REASON       PIC X(30).
           05  SUS-ORIGIN REDEFINES SUS-STATUS-REASON.
               10  SUS-SOURCE-SYSTEM   PIC X(08).
               10  FILLER              PIC X(22).
