      * Message catalogue maintenance card read by c000051, one per
      * action on the MSGCAT catalogue.  ADD needs the text; the
      * status defaults to active, the effective date to the run
      * date and the expiry to 99991231.  CHANGE overlays only the
      * fields coded on the card.  INACT takes a code out of use
      * without losing it, DELETE removes it.  The user id is
      * required and is carried onto the MSGAUDIT trail.
       01  MSGCARD-RECORD.
           05  MM-ACTION               PIC X(06).
               88  MM-ACTION-ADD                    VALUE 'ADD'.
               88  MM-ACTION-CHANGE                 VALUE 'CHANGE'.
               88  MM-ACTION-DELETE                 VALUE 'DELETE'.
               88  MM-ACTION-INACT                  VALUE 'INACT'.
           05  MM-CODE                 PIC X(08).
           05  MM-TEXT                 PIC X(84).
           05  MM-STATUS               PIC X(01).
           05  MM-EFFECTIVE-DATE       PIC X(08).
           05  MM-EXPIRY-DATE          PIC X(08).
           05  MM-USER-ID              PIC X(08).
           05  FILLER                  PIC X(07).
