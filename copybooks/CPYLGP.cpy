      * Transaction log record as read through TRANPATH, the path
      * over the value-and-date alternate index on the TRANLOG
      * ESDS (defined by DL100V, rebuilt whenever DL100H, DL100X
      * or DL100P reloads the log).  The record is the CPYLOG
      * layout unchanged; the key is its first 108 bytes - the
      * value followed by the log date - so a START on a value
      * goes straight to that value's entries, oldest date
      * first, in the order they were logged within a date.  The
      * key is not unique, so a read that has more entries
      * behind it under the same key returns status 02.
       01  TRANPATH-RECORD.
           05  TP-KEY.
               10  TP-STRING-VALUE     PIC X(100).
               10  TP-LOG-DATE         PIC X(08).
           05  TP-LOG-TIME             PIC X(08).
           05  TP-CALLER-PROGRAM       PIC X(08).
           05  TP-CALLER-PARAGRAPH     PIC X(30).
           05  TP-JOB-NAME             PIC X(08).
           05  TP-USER-ID              PIC X(08).
           05  TP-TERMINAL-ID          PIC X(04).
           05  TP-SOURCE-SYSTEM        PIC X(08).
