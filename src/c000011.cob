           END-READ.

       2100-post-entry.
      *    Per-source breakdown entries are not runs of their own.
           IF RS-SOURCE-ENTRY
               CONTINUE
           ELSE
               PERFORM 2150-post-run-entry
           END-IF.

       2150-post-run-entry.
           PERFORM 2200-find-program.
           IF C11-PROG-FOUND
               IF RS-START-ENTRY
