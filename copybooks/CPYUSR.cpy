      * User-authority master record, keyed on the user id - which
      * maintenance and entry functions a user may perform.  Read
      * by c000006 to authorize the user named on each REFCARDS
      * card, and by the DL10-DL13 transactions to authorize the
      * signed-on CICS user, all against the same KSDS; maintained
      * by c000019 from AUTHCARD control cards.  A flag byte is 'Y'
      * when the function is permitted; a revoked user keeps the
      * record (and its flags) so the revocation is visible.  The
      * correction flag governs the DL13 correction screen and is
      * deliberately separate from online entry - keying a new
      * value does not carry the right to correct an old one.  The
      * unmask flag lets a user see values whose REFFILE category
      * SENSCAT classifies confidential in full - on the DL11
      * inquiry, or on a batch listing run with an UNMASKRQ card -
      * where everyone else sees them masked.
       01  USERAUTH-RECORD.
           05  UA-USER-ID              PIC X(08).
           05  UA-REFFILE-ADD          PIC X(01).
               88  UA-REVOKED                       VALUE 'R'.
           05  UA-UPDATE-DATE          PIC X(08).
           05  UA-UPDATE-USER          PIC X(08).
           05  UA-CORRECTION           PIC X(01).
           05  UA-UNMASK               PIC X(01).
           05  FILLER                  PIC X(08).
