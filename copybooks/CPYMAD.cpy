      * Message catalogue audit record - one entry per MSGCARDS
      * card c000051 processes, applied or rejected, with the entry
      * as it stood before the card and as the card left it, so
      * an audit can see who changed which message text or date
      * range, when, and from what.  An ADD has no before image and
      * a DELETE no after image.
       01  MSGAUDIT-RECORD.
           05  MA-ACTION               PIC X(06).
           05  MA-CODE                 PIC X(08).
           05  MA-USER-ID              PIC X(08).
           05  MA-AUDIT-DATE           PIC X(08).
           05  MA-AUDIT-TIME           PIC X(08).
           05  MA-RESULT               PIC X(08).
               88  MA-RESULT-APPLIED                VALUE 'APPLIED'.
               88  MA-RESULT-REJECTED               VALUE 'REJECTED'.
           05  MA-REASON               PIC X(30).
           05  MA-BEFORE.
               10  MA-BEFORE-TEXT      PIC X(84).
               10  MA-BEFORE-EFFECTIVE PIC X(08).
               10  MA-BEFORE-EXPIRY    PIC X(08).
               10  MA-BEFORE-STATUS    PIC X(01).
           05  MA-AFTER.
               10  MA-AFTER-TEXT       PIC X(84).
               10  MA-AFTER-EFFECTIVE  PIC X(08).
               10  MA-AFTER-EXPIRY     PIC X(08).
               10  MA-AFTER-STATUS     PIC X(01).
           05  FILLER                  PIC X(02).
