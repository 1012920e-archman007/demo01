      * while the online day keeps writing to the other - DL10 and
      * DL11 stay up through the batch window, and the only thing
      * the batch owns exclusively is the queue it is consuming.
      * The DL100ID intraday mini-cycle flips it as well, every two
      * hours or so through the online day, to drain the queue in
      * smaller bites.  QC-SWITCH-KIND says which kind of run made
      * the last flip, and QC-NIGHT-SWITCH-DATE keeps the date of
      * the last overnight flip, so the pre-cycle readiness check
      * can still catch a DL100B resubmitted from the top however
      * many intraday flips the day has seen.  Both came out of
      * the filler; a record written before them carries spaces.
       01  QUEUECTL-RECORD.
           05  QC-ACTIVE-QUEUE         PIC X(01).
               88  QC-SIDE-A-ACTIVE             VALUE 'A'.
               88  QC-SIDE-B-ACTIVE             VALUE 'B'.
           05  QC-SWITCH-DATE          PIC X(08).
           05  QC-SWITCH-TIME          PIC X(08).
           05  QC-SWITCH-KIND          PIC X(01).
               88  QC-NIGHT-SWITCH              VALUE 'N'.
               88  QC-INTRADAY-SWITCH           VALUE 'I'.
           05  QC-NIGHT-SWITCH-DATE    PIC X(08).
           05  FILLER                  PIC X(54).
