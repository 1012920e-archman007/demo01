      * Official code-set publication - the full file the outside
      * standards body issues each month for the codes behind
      * REFFILE, read by c000056 to bring the master into line.
      * One header record (publication date and publisher), one
      * detail record per published code, and a trailer carrying
      * the detail count so a short or truncated file is caught
      * before anything is compared.  A detail code is either
      * current (C) or withdrawn (W); a withdrawn code stays on
      * the publication with its withdrawal date as its expiry.
      * A blank expiry on a current code means open-ended.
       01  PUBCODE-RECORD.
           05  PB-RECORD-TYPE          PIC X(01).
               88  PB-HEADER                        VALUE 'H'.
               88  PB-DETAIL                        VALUE 'D'.
               88  PB-TRAILER                       VALUE 'T'.
           05  PB-DETAIL-DATA.
               10  PB-CODE             PIC X(50).
               10  PB-DESCRIPTION      PIC X(40).
               10  PB-CATEGORY         PIC X(08).
               10  PB-STATUS           PIC X(01).
                   88  PB-CURRENT                   VALUE 'C'.
                   88  PB-WITHDRAWN                 VALUE 'W'.
               10  PB-EFFECTIVE-DATE   PIC X(08).
               10  PB-EXPIRY-DATE      PIC X(08).
               10  FILLER              PIC X(14).
           05  PB-HEADER-DATA REDEFINES PB-DETAIL-DATA.
               10  PB-PUBLICATION-DATE PIC X(08).
               10  PB-PUBLISHER        PIC X(40).
               10  FILLER              PIC X(81).
           05  PB-TRAILER-DATA REDEFINES PB-DETAIL-DATA.
               10  PB-DETAIL-COUNT     PIC 9(09).
               10  FILLER              PIC X(120).
