      * Outbound incident interface record - written by c000057 to
      * the INCOUT generation for the service desk's ticketing
      * system to load.  N raises a new ticket for the incident;
      * U reports more occurrences (or a raised severity) on an
      * incident already sent, carrying the ticket number when
      * the service desk has returned one, so repeats update the
      * existing ticket instead of opening another.  The
      * occurrence count is always the incident's running total
      * for the error date.
       01  INCOUT-RECORD.
           05  IO-ACTION               PIC X(01).
               88  IO-NEW                           VALUE 'N'.
               88  IO-UPDATE                        VALUE 'U'.
           05  IO-INCIDENT-ID          PIC X(12).
           05  IO-SEVERITY             PIC X(01).
           05  IO-ERR-DATE             PIC X(08).
           05  IO-PROGRAM              PIC X(08).
           05  IO-PARAGRAPH            PIC X(30).
           05  IO-FILE-NAME            PIC X(08).
           05  IO-STATUS-CODE          PIC X(04).
           05  IO-FIRST-TIME           PIC X(08).
           05  IO-LAST-TIME            PIC X(08).
           05  IO-OCCURRENCES          PIC 9(05).
           05  IO-MESSAGE              PIC X(60).
           05  IO-TICKET-NUMBER        PIC X(15).
           05  FILLER                  PIC X(32).
