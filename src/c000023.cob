      * WITH THE FINAL CHECKPOINT, THE REBUILT FILE MUST CONTAIN
      * AS MANY c000003 RECORDS FOR THAT DATE AS THE DATE'S END
      * ENTRIES SUM TO (OVERNIGHT PLUS REPROC, OR A STOP PLUS ITS
      * RESTART, PLUS THE DAY'S DL100ID INTRADAY DRAINS - WHICH
      * NEVER STAND AS THE LAST RUN, HAVING A CHECKPOINT FILE OF
      * THEIR OWN), AND THE REBUILT FILE'S NEWEST LOG DATE MUST
      * REACH THE LAST RUN DATE.  ANY LEG OUT ENDS RC=8 SO THE
      * RELOAD STEP IS HELD.  AFTER A PARTITIONED NIGHT THE FINAL
      * CHECKPOINT IS THE COMBINED ONE THE c000044 MERGE WROTE, SO
      * A CLEAN FINAL MERGE ENTRY FOR THE DATE STANDS IN FOR THE
      * LAST END ENTRY'S PROCESSED COUNT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                           MOVE ZERO TO C23-DATE-PROCESSED
                           MOVE ZERO TO C23-STOP-PENDING
                       END-IF
      *                A DL100ID intraday drain checkpoints to a
      *                file of its own and is never restarted, so
      *                its processed count - stopped or not -
      *                counts toward the date but never stands
      *                against the final checkpoint.
                       IF RS-INTRADAY-RUN
                           ADD RS-RECORDS-PROCESSED
                               TO C23-DATE-PROCESSED
                       ELSE
                           PERFORM 3150-take-night-entry
                       END-IF
                   END-IF
                   IF RS-PROGRAM = 'c000044' AND RS-END-ENTRY
                       AND RS-PARTITION = SPACES
                       AND RS-RUN-DATE = C23-LAST-RUN-DATE
                       AND RS-HIGHEST-RC = 0
                       MOVE RS-RECORDS-PROCESSED
                           TO C23-LAST-PROCESSED
                   END-IF
           END-READ.

       3150-take-night-entry.
           MOVE RS-RECORDS-PROCESSED TO C23-LAST-PROCESSED.
      *    An operator-stop entry (RC 2) is held aside: the RESTART
      *    that follows reports the whole file cumulatively and
      *    covers it.  Only a stop nothing restarted counts on its
      *    own.
           IF RS-HIGHEST-RC = 2
               MOVE RS-RECORDS-PROCESSED TO C23-STOP-PENDING
           ELSE
               MOVE ZERO TO C23-STOP-PENDING
               ADD RS-RECORDS-PROCESSED TO C23-DATE-PROCESSED
           END-IF.

       4000-read-final-checkpoint.
      *    CHKPTFL is append-only, so the record in force is the
      *    last one - the same read-through-to-end-of-file rule
