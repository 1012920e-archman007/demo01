      * Ticket acknowledgment record - returned by the service
      * desk's ticketing system for incidents sent on INCOUT, and
      * applied to the INCIDENT master by c000058.  One record per
      * ticket event: the incident id as sent, the ticket number
      * raised for it, the ticket's status (OPEN, IN PROGRESS,
      * RESOLVED, CLOSED ...) and the date of that status.  A
      * later acknowledgment for the same incident supersedes an
      * earlier one.
       01  TKTACK-RECORD.
           05  TA-INCIDENT-ID          PIC X(12).
           05  FILLER                  PIC X(01).
           05  TA-TICKET-NUMBER        PIC X(15).
           05  FILLER                  PIC X(01).
           05  TA-TICKET-STATUS        PIC X(10).
           05  FILLER                  PIC X(01).
           05  TA-ACK-DATE             PIC X(08).
           05  FILLER                  PIC X(32).
