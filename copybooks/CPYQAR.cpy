      * Quality-assurance sampling rate card - the QARATE control
      * deck c000049 reads before drawing the day's review sample
      * from TRANLOG.  A source card (kind S) sets the rate for the
      * entries c000003 logged from one STRINFLE sender; a caller
      * card (kind C) sets it for one TL-CALLER-PROGRAM - c000003,
      * MAINPROG, c000005 for the DL10 online path - and covers
      * that caller's entries no source card claims.  The default
      * card (kind D, key blank) covers everything else.  The rate
      * is a percentage with two decimals, 00250 being 2.50 per
      * cent and 10000 everything; a rate of zero leaves the
      * entries out of the sample.  Cards with '*' in column one
      * are comments.
       01  QA-RATE-CARD.
           05  QR-KIND                 PIC X(01).
               88  QR-KIND-SOURCE                   VALUE 'S'.
               88  QR-KIND-CALLER                   VALUE 'C'.
               88  QR-KIND-DEFAULT                  VALUE 'D'.
           05  FILLER                  PIC X(01).
           05  QR-KEY                  PIC X(08).
           05  FILLER                  PIC X(01).
           05  QR-RATE                 PIC 9(03)V9(02).
           05  FILLER                  PIC X(64).
