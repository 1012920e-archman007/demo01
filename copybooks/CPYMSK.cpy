      * Request area passed to c000041, the masking service the
      * batch listings and extracts call so a confidential value
      * (REFFILE category classified on SENSCAT) never leaves
      * them in full by default.  OPEN once before the first
      * value, naming the calling program; MASK once per value
      * about to be printed or written - MK-VALUE comes back
      * masked when it is confidential and the run holds no
      * granted unmask request; CLOSE once at the end.  On
      * return from OPEN, MK-UNMASKED says whether an UNMASKRQ
      * card was presented and granted.  The counts are the
      * run's confidential values shown masked and unmasked.
       01  MASK-REQUEST.
           05  MK-FUNCTION             PIC X(01).
               88  MK-OPEN                      VALUE 'O'.
               88  MK-MASK                      VALUE 'M'.
               88  MK-CLOSE                     VALUE 'C'.
           05  MK-CALLER-PROGRAM       PIC X(08).
           05  MK-UNMASK-SWITCH        PIC X(01).
               88  MK-UNMASKED                  VALUE 'Y'.
           05  MK-CONFIDENTIAL-SWITCH  PIC X(01).
               88  MK-CONFIDENTIAL              VALUE 'Y'.
           05  MK-VALUE                PIC X(100).
           05  MK-MASKED-COUNT         PIC 9(07).
           05  MK-UNMASKED-COUNT       PIC 9(07).
