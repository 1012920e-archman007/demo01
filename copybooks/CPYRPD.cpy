      * REFFILE pending-change record - one entry per requested
      * add, change, delete, or inactivate waiting for a second
      * authorized user to approve it.  Written by c000006 from a
      * REFCARDS card and by the DL12 transaction (c000026) under
      * CICS file control, keyed on the code so a code carries at
      * most one change in flight; applied to REFFILE and removed
      * by c000006 when an APPROV card from a different user is
      * accepted, removed by a REJECT card, and expired by c000035
      * when left unapproved too long.  The change fields follow
      * the REFCARDS rules: on a CHANGE only the non-blank fields
      * overlay the master record.
       01  REFPEND-RECORD.
           05  RP-CODE                 PIC X(50).
           05  RP-ACTION               PIC X(06).
               88  RP-ACTION-ADD                    VALUE 'ADD'.
               88  RP-ACTION-CHANGE                 VALUE 'CHANGE'.
               88  RP-ACTION-DELETE                 VALUE 'DELETE'.
               88  RP-ACTION-INACT                  VALUE 'INACT'.
           05  RP-DESCRIPTION          PIC X(40).
           05  RP-CATEGORY             PIC X(08).
           05  RP-STATUS               PIC X(01).
           05  RP-EFFECTIVE-DATE       PIC X(08).
           05  RP-EXPIRY-DATE          PIC X(08).
           05  RP-REQUEST-USER         PIC X(08).
           05  RP-REQUEST-DATE         PIC X(08).
           05  RP-REQUEST-TIME         PIC X(08).
           05  RP-REQUEST-PROGRAM      PIC X(08).
           05  RP-TERMINAL-ID          PIC X(04).
           05  FILLER                  PIC X(13).
