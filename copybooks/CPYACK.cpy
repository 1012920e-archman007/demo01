      * machine instead of reading our EDITRPT and RJREGRPT
      * printouts.  HELD means the record was received but not
      * processed: the remainder of a refused batch (a stale
      * business date, or a sender the source registry does not
      * know or has made inactive) is read through to its trailer
      * and acknowledged HELD so the group still closes; the
      * reason code is blank for a stale date, SRCU for an
      * unregistered sender, and SRCI for an inactive one.  An
      * operator stop leaves the unreached tail un-acknowledged
      * until the RESTART resubmit appends its dispositions behind
      * the stopped run's; a table-mode run refused for a
      * concatenated file likewise leaves its group open for the
      * record-at-a-time rerun to acknowledge in full.
       01  ACKFILE-RECORD.
           05  AK-RECORD-TYPE          PIC X(03).
