      *    against a partial TRANLOG produced a plausible-looking
      *    summary.  Refuse to summarize unless RUNSTAT shows a
      *    successful c000003 end-of-run entry for the business
      *    date.  A DL100ID intraday drain's entry does not count -
      *    the day is not complete until the night's run is.
           PERFORM 1100-check-dependency.
           IF NOT C4-C000003-COMPLETED
               DISPLAY "c000004 - ERROR: NO SUCCESSFUL c000003 RUN "
                       ADD RS-REJECT-COUNT TO C4-DAY-REJECTS
                       ADD RS-DUPLICATE-COUNT TO C4-DAY-DUPLICATES
                       IF RS-HIGHEST-RC <= 04
                           AND NOT RS-INTRADAY-RUN
                           SET C4-C000003-COMPLETED TO TRUE
                       END-IF
                   END-IF
           MOVE ZERO TO RS-ONLINE-VERIFIED.
           MOVE ZERO TO RS-INQUIRY-COUNT.
           MOVE SPACES TO RS-SOURCE-SYSTEM.
           MOVE SPACES TO RS-PARTITION.
           IF RETURN-CODE > 99
               MOVE 99 TO RS-HIGHEST-RC
           ELSE
