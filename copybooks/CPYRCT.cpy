      * USERAUTH access-recertification card - one per active user,
      * issued each quarter by c000054 on the CERTDECK deck for
      * the user's manager to answer, and read back by c000055
      * once answered.  The manager codes KEEP or REMOVE in
      * columns 10-15 and their own user id in columns 17-24 and
      * changes nothing else.  The rest is what the manager
      * is certifying: the functions the user holds, those never
      * exercised anywhere on SECLOG, TRANLOG or REFAUDIT, and
      * the last date the user was seen.  Flag positions 1-7 are
      * A REFFILE add, C change, D delete, E online entry,
      * I inquiry, K correction (DL13), U unmask; a held flag
      * shows its letter and an absent one '-'.  An answer not
      * returned by the deadline is treated as REMOVE.
       01  RECERT-CARD.
           05  RT-USER-ID              PIC X(08).
           05  FILLER                  PIC X(01).
           05  RT-ANSWER               PIC X(06).
               88  RT-ANSWER-KEEP                   VALUE 'KEEP'.
               88  RT-ANSWER-REMOVE                 VALUE 'REMOVE'.
           05  FILLER                  PIC X(01).
           05  RT-MANAGER-ID           PIC X(08).
           05  FILLER                  PIC X(01).
           05  RT-FLAGS-HELD           PIC X(07).
           05  FILLER                  PIC X(01).
           05  RT-FLAGS-UNUSED         PIC X(07).
           05  FILLER                  PIC X(01).
           05  RT-LAST-ACTIVITY        PIC X(08).
           05  FILLER                  PIC X(01).
           05  RT-DEADLINE-DATE        PIC X(08).
           05  FILLER                  PIC X(01).
           05  RT-ISSUE-DATE           PIC X(08).
           05  FILLER                  PIC X(13).
