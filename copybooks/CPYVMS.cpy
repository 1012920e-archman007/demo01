      * VALMAST only ever holds the latest state.  A value a COR
      * record corrected away keeps its record, flagged corrected,
      * with the value it was corrected to as its current value.
      * An active value nobody has sent for longer than the
      * threshold the periodic c000046 pass is run with is flagged
      * dormant, dated the run that found it; the next NEW or COR
      * that names it makes it active again.
       01  VALMAST-RECORD.
           05  VM-VALUE                PIC X(50).
           05  VM-CURRENT-VALUE        PIC X(100).
               88  VM-ACTIVE                        VALUE 'A'.
               88  VM-CORRECTED                     VALUE 'C'.
               88  VM-REVERSED                      VALUE 'R'.
               88  VM-DORMANT                       VALUE 'D'.
           05  VM-FIRST-DATE           PIC X(08).
           05  VM-LAST-DATE            PIC X(08).
           05  VM-LAST-TIME            PIC X(08).
           05  VM-UPDATE-COUNT         PIC 9(05).
           05  VM-DORMANT-DATE         PIC X(08).
           05  FILLER                  PIC X(02).
