      * REFFILE maintenance audit record - one entry per control
      * card processed by c000006, applied or rejected, so an audit
      * can answer who added, changed, or deleted a code and when.
      * A change passes through the two-person pending file, so one
      * code change leaves a PENDING entry from the requester and
      * then an APPROVED entry (the change applied), a REJECTED
      * entry, or an EXPIRED entry; the approval's reason column
      * names the requester.  APPLIED marks a change applied in
      * one step before the pending file existed.
       01  REFAUDIT-RECORD.
           05  AU-ACTION               PIC X(06).
           05  AU-CODE                 PIC X(50).
           05  AU-AUDIT-DATE           PIC X(08).
           05  AU-AUDIT-TIME           PIC X(08).
           05  AU-RESULT               PIC X(08).
               88  AU-RESULT-PENDING                VALUE 'PENDING'.
               88  AU-RESULT-APPROVED               VALUE 'APPROVED'.
               88  AU-RESULT-APPLIED                VALUE 'APPLIED'.
               88  AU-RESULT-REJECTED               VALUE 'REJECTED'.
               88  AU-RESULT-EXPIRED                VALUE 'EXPIRED'.
           05  AU-REASON               PIC X(30).
           05  FILLER                  PIC X(02).
