      * operator STOP is different: the stopped run writes its end
      * entry at the quiesce, so a stop-plus-RESTART day sums
      * clean across the two runs' entries.
      *
      * On a partitioned night (the c000043 split feeding parallel
      * c000003 streams, folded back together by the c000044
      * merge) every stream's end entry is summed as above, and
      * the final checkpoint - the combined record the merge
      * writes - is held against the sum of each stream's last
      * processed count instead of the single last entry.
      *
      * The DL100ID intraday mini-cycle drains the online pending
      * queue through the day with c000003 runs of its own, marked
      * 'I' in the RUNSTAT partition byte.  What they read,
      * rejected, skipped and verified is summed into the date's
      * legs like any other run's, since their TRANLOG records
      * carry the same date, but they are not the night's run:
      * they neither satisfy the check that a c000003 run was
      * found nor stand as the last run against CHKPTFL - each
      * one checkpoints to a file of its own.  Their number and
      * the records they read print as lines of their own.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  C9-REJECTS                PIC 9(07) COMP VALUE 0.
       01  C9-DUPLICATES             PIC 9(07) COMP VALUE 0.
       01  C9-LAST-PROCESSED         PIC 9(07) COMP VALUE 0.
      *    Last processed count per partition stream, slot 1 for
      *    stream 0 through slot 10 for stream 9, and whether the
      *    date's last c000003 end entry came from a stream.
       01  C9-PART-CHAR              PIC X(01).
       01  C9-PART-DIGIT REDEFINES C9-PART-CHAR
                                     PIC 9(01).
       01  C9-PART-IDX               PIC 9(02) COMP VALUE 0.
       01  C9-PART-LAST-SWITCH       PIC X(01) VALUE 'N'.
           88  C9-LAST-WAS-PARTITION            VALUE 'Y'.
       01  C9-PART-TABLE.
           05  C9-PART-PROCESSED     PIC 9(07) COMP
                                     OCCURS 10 TIMES.
       01  C9-INTRA-RUNS             PIC 9(05) COMP VALUE 0.
       01  C9-INTRA-READ             PIC 9(07) COMP VALUE 0.
       01  C9-TRANLOG-COUNT          PIC 9(07) COMP VALUE 0.
       01  C9-CHKPT-COUNT            PIC 9(07) COMP VALUE 0.
       01  C9-CHKPT-SEEN-SWITCH      PIC X(01) VALUE 'N'.
      *    so an overnight run and a morning REPROC run balance as
      *    one day's work; the last entry's processed count is held
      *    separately because that is what the final checkpoint
      *    should agree with.  An intraday drain's entry is summed
      *    but is never the last entry - it has its own checkpoint.
           MOVE 'N' TO C9-EOF-SWITCH.
           OPEN INPUT RUNSTAT-FILE.
           IF C9-RUNSTAT-STATUS = "00"
               PERFORM 2150-clear-partition
                   VARYING C9-PART-IDX FROM 1 BY 1
                   UNTIL C9-PART-IDX > 10
               PERFORM 2100-read-runstat UNTIL C9-AT-END
               CLOSE RUNSTAT-FILE
               IF C9-LAST-WAS-PARTITION
                   MOVE ZERO TO C9-LAST-PROCESSED
                   PERFORM 2160-add-partition
                       VARYING C9-PART-IDX FROM 1 BY 1
                       UNTIL C9-PART-IDX > 10
               END-IF
           ELSE
               DISPLAY "c000009 - WARNING: RUNSTAT NOT AVAILABLE, "
                   "STATUS " C9-RUNSTAT-STATUS
           END-IF.
           IF NOT C9-STAT-FOUND
               DISPLAY "c000009 - ERROR: NO OVERNIGHT c000003 RUN "
                   "FOUND ON RUNSTAT FOR " C9-BUSINESS-DATE
               MOVE 8 TO RETURN-CODE
               MOVE 'N' TO C9-BALANCED-SWITCH
           END-IF.
                   IF RS-PROGRAM = 'c000003'
                       AND RS-RUN-DATE = C9-BUSINESS-DATE
                       AND RS-END-ENTRY
                       ADD RS-RECORDS-READ TO C9-RECORDS-READ
                       ADD RS-RECORDS-PROCESSED TO C9-PROCESSED
                       ADD RS-REJECT-COUNT TO C9-REJECTS
                       ADD RS-DUPLICATE-COUNT TO C9-DUPLICATES
                       ADD RS-ONLINE-VERIFIED TO C9-ONL-VERIFIED
                       ADD RS-INQUIRY-COUNT TO C9-INQUIRIES
                       IF RS-INTRADAY-RUN
                           ADD 1 TO C9-INTRA-RUNS
                           ADD RS-RECORDS-READ TO C9-INTRA-READ
                       ELSE
                           PERFORM 2110-note-night-run
                       END-IF
                   END-IF
                   IF RS-PROGRAM = 'c000030'
                       AND RS-RUN-DATE = C9-BUSINESS-DATE
                   END-IF
           END-READ.

       2110-note-night-run.
           SET C9-STAT-FOUND TO TRUE.
           MOVE RS-RECORDS-PROCESSED TO C9-LAST-PROCESSED.
           MOVE 'N' TO C9-PART-LAST-SWITCH.
           IF RS-PARTITION IS NUMERIC
               MOVE RS-PARTITION TO C9-PART-CHAR
               COMPUTE C9-PART-IDX = C9-PART-DIGIT + 1
               MOVE RS-RECORDS-PROCESSED
                   TO C9-PART-PROCESSED (C9-PART-IDX)
               SET C9-LAST-WAS-PARTITION TO TRUE
           END-IF.

       2150-clear-partition.
           MOVE ZERO TO C9-PART-PROCESSED (C9-PART-IDX).

       2160-add-partition.
           ADD C9-PART-PROCESSED (C9-PART-IDX) TO C9-LAST-PROCESSED.

       2500-find-source.
           MOVE 'N' TO C9-SRC-FOUND-SWITCH.
           IF C9-SRC-COUNT > 0
           MOVE C9-INQUIRIES TO C9-RPT-COUNT.
           WRITE RPT-LINE FROM C9-RPT-DETAIL.

      *    The day's intraday queue drains are already inside the
      *    figures above; these two lines only say how much of
      *    them came in that way.  Quiet on a day without one.
           IF C9-INTRA-RUNS > 0
               MOVE "INTRADAY RUNS FOLDED IN" TO C9-RPT-LABEL
               MOVE C9-INTRA-RUNS TO C9-RPT-COUNT
               WRITE RPT-LINE FROM C9-RPT-DETAIL
               MOVE "INTRADAY RECORDS READ" TO C9-RPT-LABEL
               MOVE C9-INTRA-READ TO C9-RPT-COUNT
               WRITE RPT-LINE FROM C9-RPT-DETAIL
           END-IF.

      *    An online entry the night run verified was read from the
      *    pending queue but already logged by c000005, so it is a
      *    leg of its own: it adds to records read without adding a
           MOVE C9-ONL-VERIFIED TO RS-ONLINE-VERIFIED.
           MOVE C9-INQUIRIES TO RS-INQUIRY-COUNT.
           MOVE SPACES TO RS-SOURCE-SYSTEM.
           MOVE SPACES TO RS-PARTITION.
           IF RETURN-CODE > 99
               MOVE 99 TO RS-HIGHEST-RC
           ELSE
