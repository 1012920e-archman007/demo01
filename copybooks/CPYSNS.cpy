      * Sensitivity classification record - one per REFFILE
      * business category whose values are confidential, keyed on
      * the category (REF-CATEGORY).  Kept on the SENSCAT KSDS by
      * c000042 from SENSCARD control cards.  A value whose
      * REFFILE code carries a confidential category is masked
      * wherever it is displayed or exported - the DL11 inquiry
      * (c000007), the DL100E extract (c000012), the DL100R top
      * values (c000013), the dossier (c000021), and the history
      * search (c000031) - keeping only the leading and trailing
      * characters counted here, unless the viewer holds the
      * USERAUTH unmask flag.  A category not on file, or
      * classified unrestricted, is shown in full.
       01  SENSCAT-RECORD.
           05  SN-CATEGORY             PIC X(08).
           05  SN-CLASS                PIC X(01).
               88  SN-CONFIDENTIAL              VALUE 'C'.
               88  SN-UNRESTRICTED              VALUE 'U'.
           05  SN-KEEP-LEADING         PIC 9(02).
           05  SN-KEEP-TRAILING        PIC 9(02).
           05  SN-UPDATE-DATE          PIC X(08).
           05  SN-UPDATE-USER          PIC X(08).
           05  FILLER                  PIC X(11).
