      * Unmask request card read from UNMASKRQ by the c000041
      * masking service.  A batch listing or extract prints
      * confidential values masked unless its step carries this
      * card naming a user who holds the USERAUTH unmask flag;
      * the request, granted or denied, goes to SECLOG with its
      * reason.  Card-image so it can be coded instream.
       01  UNMASK-CARD.
           05  UM-USER-ID              PIC X(08).
           05  UM-REASON               PIC X(40).
           05  FILLER                  PIC X(32).
