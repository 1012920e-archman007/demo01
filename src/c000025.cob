      * RUNSTAT end entries give each cycle step's outcome and
      * highest return code (c000015 edit, c000003 processing,
      * c000009 balancing, plus the c000004 summary when it has
      * run, and the c000053 readiness check that opens the
      * cycle), the c000009 return code gives the balancing
      * result, ERRLOG gives the severe count and the readiness
      * warnings, and the c000003 entries give the night's
      * reject and duplicate totals.  One
      * fixed-format record (layout in copybook CPYDSH) is
      * appended to DASHSTAT per night for the dashboard to
      * ingest.  The DL100ID intraday queue drains write c000003
      * end entries of their own, marked 'I' in the partition
      * byte: their rejects and duplicates count toward the day's
      * totals, and the drains are counted with their highest
      * return code, but they never post the c000003 slot - that
      * is the overnight run's outcome, and a clean afternoon
      * drain must not cover for a night run that failed or
      * never ran.
      *
      * PARM='YYYYMMDD' SELECTS THE BUSINESS DATE; THE DEFAULT IS
      * THE RUN DATE, WHICH IS WHAT THE NIGHTLY CYCLE WANTS.
       01  C25-CURRENT-DATE          PIC 9(08).
       01  C25-CURRENT-TIME          PIC 9(08).
       01  C25-SEVERE-COUNT          PIC 9(05) COMP VALUE 0.
       01  C25-READY-WARNINGS        PIC 9(03) COMP VALUE 0.
       01  C25-REJECTS               PIC 9(07) COMP VALUE 0.
       01  C25-DUPLICATES            PIC 9(07) COMP VALUE 0.
       01  C25-BALANCE-RC            PIC 9(02) COMP VALUE 0.
       01  C25-INTRA-RUNS            PIC 9(02) COMP VALUE 0.
       01  C25-INTRA-HIGH-RC         PIC 9(02) COMP VALUE 0.
       01  C25-BALANCE-SEEN-SWITCH   PIC X(01) VALUE 'N'.
           88  C25-BALANCE-SEEN                 VALUE 'Y'.
       01  C25-PGM-IDX               PIC 9(02) COMP.
       01  C25-PGM-FOUND-SWITCH      PIC X(01).
           88  C25-PGM-FOUND                    VALUE 'Y'.
      *    The cycle's steps in schedule order, except that the
      *    readiness check which now opens the cycle took the
      *    first spare slot rather than moving the others; slot 6
      *    is spare for the next program the cycle grows.
       01  C25-PGM-MAX               PIC 9(02) COMP VALUE 5.
       01  C25-PGM-TABLE.
           05  C25-PGM-ENTRY         OCCURS 6 TIMES.
               10  C25-PGM-NAME      PIC X(08).
           MOVE 'c000003' TO C25-PGM-NAME (2).
           MOVE 'c000009' TO C25-PGM-NAME (3).
           MOVE 'c000004' TO C25-PGM-NAME (4).
           MOVE 'c000053' TO C25-PGM-NAME (5).
           PERFORM 1100-clear-program-slot
               VARYING C25-PGM-IDX FROM 1 BY 1
               UNTIL C25-PGM-IDX > 6.
       2200-post-end-entry.
      *    The last end entry per program wins - a rerun's outcome
      *    supersedes the abandoned attempt's, the same file-order
      *    rule the append-only files follow everywhere.  An
      *    intraday drain's entry is tallied apart instead.
           MOVE 'N' TO C25-PGM-FOUND-SWITCH.
           IF RS-PROGRAM = 'c000003' AND RS-INTRADAY-RUN
               PERFORM 2250-post-intraday-entry
           ELSE
               PERFORM 2300-match-program
                   VARYING C25-PGM-IDX FROM 1 BY 1
                   UNTIL C25-PGM-IDX > C25-PGM-MAX
                       OR C25-PGM-FOUND
           END-IF.
           IF C25-PGM-FOUND
               IF RS-HIGHEST-RC > 04
                   MOVE 'F' TO C25-PGM-OUTCOME (C25-PGM-IDX)
               MOVE RS-HIGHEST-RC TO C25-BALANCE-RC
           END-IF.

       2250-post-intraday-entry.
           IF C25-INTRA-RUNS < 99
               ADD 1 TO C25-INTRA-RUNS
           END-IF.
           IF RS-HIGHEST-RC > C25-INTRA-HIGH-RC
               MOVE RS-HIGHEST-RC TO C25-INTRA-HIGH-RC
           END-IF.

       2300-match-program.
           IF C25-PGM-NAME (C25-PGM-IDX) = RS-PROGRAM
               SET C25-PGM-FOUND TO TRUE
                   IF ERR-DATE = C25-BUSINESS-DATE AND ERR-SEVERE
                       ADD 1 TO C25-SEVERE-COUNT
                   END-IF
                   IF ERR-DATE = C25-BUSINESS-DATE AND ERR-WARNING
                       AND ERR-PROGRAM = 'c000053'
                       ADD 1 TO C25-READY-WARNINGS
                   END-IF
           END-READ.

       4000-write-status-record.
           MOVE C25-SEVERE-COUNT TO DA-SEVERE-ERRORS.
           MOVE C25-REJECTS TO DA-REJECT-COUNT.
           MOVE C25-DUPLICATES TO DA-DUPLICATE-COUNT.
           MOVE C25-READY-WARNINGS TO DA-READY-WARNINGS.
           MOVE C25-INTRA-RUNS TO DA-INTRADAY-RUNS.
           MOVE C25-INTRA-HIGH-RC TO DA-INTRADAY-HIGH-RC.
           OPEN EXTEND DASHSTAT-FILE.
           IF C25-DASH-STATUS = "35"
               OPEN OUTPUT DASHSTAT-FILE
