      * Source-system registry record - one per upstream sender
      * allowed to transmit a STRINFLE HDR/TRL batch, keyed on the
      * source system code the sender puts on its header.  Kept
      * on the SRCMAST KSDS by c000037 from SRCCARDS control
      * cards.  c000015 and c000003 refuse a batch from a sender
      * that is not registered or has been made inactive; c000038
      * uses the expected day types (CALFILE CAL-DAY-TYPE values,
      * e.g. 'B' or 'BW') and the normal volume range to report,
      * the morning after, every sender that sent nothing when it
      * was due or sent an unusual number of records.  A zero
      * minimum or maximum means that side of the range is not
      * checked.  Inactive senders are never expected.
       01  SRCMAST-RECORD.
           05  SM-SOURCE-SYSTEM        PIC X(08).
           05  SM-SOURCE-NAME          PIC X(30).
           05  SM-CONTACT-NAME         PIC X(30).
           05  SM-CONTACT-PHONE        PIC X(15).
           05  SM-ACTIVE-FLAG          PIC X(01).
               88  SM-ACTIVE                    VALUE 'Y'.
               88  SM-INACTIVE                  VALUE 'N'.
           05  SM-EXPECTED-DAY-TYPES   PIC X(03).
           05  SM-MIN-VOLUME           PIC 9(07).
           05  SM-MAX-VOLUME           PIC 9(07).
           05  SM-UPDATE-DATE          PIC X(08).
           05  SM-UPDATE-USER          PIC X(08).
           05  FILLER                  PIC X(03).
