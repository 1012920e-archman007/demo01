      * Sensitivity-classification maintenance card read by
      * c000042.  One card per action against the SENSCAT KSDS.
      * ADD classifies a category - a blank class means
      * confidential, and blank keep columns keep two leading and
      * two trailing characters.  CHANGE overlays only the columns
      * actually coded; coding class U declassifies a category
      * without losing its history.  DELETE removes the
      * classification.  Keep columns are right-justified digits.
      * The request user is carried onto SENSCAT and the SECLOG
      * maintenance trail.
       01  SENSCARD-RECORD.
           05  SX-ACTION               PIC X(06).
               88  SX-ACTION-ADD                VALUE 'ADD'.
               88  SX-ACTION-CHANGE             VALUE 'CHANGE'.
               88  SX-ACTION-DELETE             VALUE 'DELETE'.
           05  SX-CATEGORY             PIC X(08).
           05  SX-CLASS                PIC X(01).
           05  SX-KEEP-LEADING         PIC X(02).
           05  SX-KEEP-LEADING-N REDEFINES SX-KEEP-LEADING
                                       PIC 9(02).
           05  SX-KEEP-TRAILING        PIC X(02).
           05  SX-KEEP-TRAILING-N REDEFINES SX-KEEP-TRAILING
                                       PIC 9(02).
           05  SX-REQUEST-USER         PIC X(08).
           05  FILLER                  PIC X(53).
