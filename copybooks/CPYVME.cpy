      * Value-master change event - one record appended to the
      * cumulative VMEVENT journal each time a VALMAST record's
      * state actually changes: a value appearing for the first
      * time (or coming back active), a COR correcting it to
      * something else, a c000030 backout reversing or restoring
      * it, a c000027 purge removing it, or the c000046 dormant
      * pass setting it aside as dormant.  A pass that leaves
      * the status and current value as they were (a re-sent NEW,
      * a restart replaying a record already applied) writes no
      * event.  Old and new state are the status and current value
      * before and after the change; a status of space means no
      * master record (not yet registered, or deleted by a purge).
      * A purge never names the value it removed - the value field
      * of its event carries the *PURGED* tombstone, and the
      * c000027 copy tombstones every earlier event that held it.
      * The run that made the change is the program, job, run date
      * and time.  The journal is never rewritten in place except
      * by the purge, which keeps the record count, so an event's
      * position on it is its sequence number on the c000045 feed.
       01  VMEVENT-RECORD.
           05  VE-VALUE                PIC X(50).
           05  VE-OLD-STATUS           PIC X(01).
           05  VE-OLD-CURRENT          PIC X(100).
           05  VE-NEW-STATUS           PIC X(01).
           05  VE-NEW-CURRENT          PIC X(100).
           05  VE-CAUSE                PIC X(04).
               88  VE-CAUSE-NEW                 VALUE 'NEW '.
               88  VE-CAUSE-COR                 VALUE 'COR '.
               88  VE-CAUSE-REVERSAL            VALUE 'REV '.
               88  VE-CAUSE-PURGE               VALUE 'PURG'.
               88  VE-CAUSE-DORMANT             VALUE 'DORM'.
           05  VE-SOURCE-SYSTEM        PIC X(08).
           05  VE-PROGRAM              PIC X(08).
           05  VE-JOB-NAME             PIC X(08).
           05  VE-RUN-DATE             PIC X(08).
           05  VE-EVENT-TIME           PIC X(08).
           05  FILLER                  PIC X(04).
