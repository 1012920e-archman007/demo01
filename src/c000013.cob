      * DL10 screen), a count per hour of day from TL-LOG-TIME (so
      * the online peak and any batch-window drift are visible),
      * and the twenty most frequent TL-STRING-VALUEs.  Runs from
      * its own step in DL100R after the c000004 summary.  The
      * ranked values go through the c000041 masking service, so
      * a confidential value is listed masked unless the run
      * carries a granted UNMASKRQ card; the counts are unaffected.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  C13-RANK                  PIC 9(02) COMP.
       01  C13-BEST-IDX              PIC 9(03) COMP.
       01  C13-BEST-COUNT            PIC 9(07) COMP.
           COPY CPYMSK.

       01  C13-RPT-TITLE             PIC X(80) VALUE
           "TRANLOG ACTIVITY BREAKDOWN".
               SET C13-AT-END TO TRUE
           END-IF.
           PERFORM 1300-load-categories.
           SET MK-OPEN TO TRUE.
           MOVE 'c000013' TO MK-CALLER-PROGRAM.
           CALL 'c000041' USING MASK-REQUEST.

       1300-load-categories.
      *    One sequential pass over the reference master seeds the
           IF C13-BEST-IDX > 0
               MOVE C13-RANK TO C13-VL-RANK
               MOVE C13-VT-COUNT (C13-BEST-IDX) TO C13-VL-COUNT
               MOVE C13-VT-VALUE (C13-BEST-IDX) TO MK-VALUE
               SET MK-MASK TO TRUE
               CALL 'c000041' USING MASK-REQUEST
               MOVE MK-VALUE (1:60) TO C13-VL-VALUE
               WRITE RPT-LINE FROM C13-RPT-VALUE-LINE
               MOVE 'Y' TO C13-VT-USED-SW (C13-BEST-IDX)
           END-IF.
           END-IF.

       9000-terminate.
           SET MK-CLOSE TO TRUE.
           CALL 'c000041' USING MASK-REQUEST.
           IF C13-TRANLOG-OPENED
               CLOSE TRANLOG-FILE
           END-IF.
