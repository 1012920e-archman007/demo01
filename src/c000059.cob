       IDENTIFICATION DIVISION.
       PROGRAM-ID. c000059.
      *
      * Correction-chain report over the VALMAST current-state
      * master.  Every value a COR record corrected away keeps its
      * record, flagged corrected, pointing at the value it was
      * corrected to; that value may itself have been corrected
      * since, and so on.  This pass follows each chain from its
      * original value - a corrected value no other corrected value
      * points at - down to the value it stands for today, and
      * lists every chain longer than the depth limit, step by
      * step, so the history can be cleaned up.  It also lists
      * every loop already on file (A corrected to B, B back to A)
      * and every chain that runs into one; c000003 and the
      * c000015 pre-edit refuse new ones, but history from before
      * that check is still on the master.  The master is only
      * read.
      *
      * The corrected records are held in storage in key order
      * (the order the master returns them), so each link is
      * found by a binary search instead of a read.  Values are
      * printed through the c000041 masking service, so a
      * confidential value is listed masked unless the run
      * carries a granted UNMASKRQ card.
      *
      * PARM='nnn' SETS THE DEPTH LIMIT IN CORRECTIONS (001-999,
      * THREE DIGITS); DEFAULT 003 - A CHAIN OF MORE CORRECTIONS
      * THAN THAT IS LISTED.
      * RC=0 NOTHING TO LIST; RC=4 LONG CHAINS OR LOOPS LISTED, OR
      * MORE CORRECTED VALUES THAN THE TABLE HOLDS (REPORT COVERS
      * THE FIRST 5000); RC=12 REFUSED - A BAD PARM, OR VALMAST OR
      * THE REPORT NOT AVAILABLE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALMAST-FILE ASSIGN TO "VALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VALUE
               FILE STATUS IS C59-VALMAST-STATUS.
           SELECT CHAINRPT-FILE ASSIGN TO "CHAINRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C59-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VALMAST-FILE
           RECORDING MODE IS F.
           COPY CPYVMS.

       FD  CHAINRPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                  PIC X(133).

       WORKING-STORAGE SECTION.
       01  C59-VALMAST-STATUS        PIC X(02).
       01  C59-RPT-STATUS            PIC X(02).
       01  C59-REFUSED-SWITCH        PIC X(01) VALUE 'N'.
           88  C59-RUN-REFUSED                  VALUE 'Y'.
       01  C59-RPT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
           88  C59-RPT-OPENED                   VALUE 'Y'.
       01  C59-VALMAST-OPEN-SWITCH   PIC X(01) VALUE 'N'.
           88  C59-VALMAST-OPENED               VALUE 'Y'.
       01  C59-MASK-OPEN-SWITCH      PIC X(01) VALUE 'N'.
           88  C59-MASK-OPENED                  VALUE 'Y'.
       01  C59-VM-EOF-SWITCH         PIC X(01) VALUE 'N'.
           88  C59-VM-AT-END                    VALUE 'Y'.
       01  C59-RUN-DATE              PIC 9(08).
       01  C59-RUN-DATE-X REDEFINES C59-RUN-DATE
                                     PIC X(08).
       01  C59-DEPTH-LIMIT           PIC 9(03) VALUE 3.
       01  C59-MASTER-READ           PIC 9(07) COMP VALUE ZERO.
       01  C59-CORRECTED-COUNT       PIC 9(07) COMP VALUE ZERO.
       01  C59-CHAIN-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  C59-LONG-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  C59-LONGEST               PIC 9(07) COMP VALUE ZERO.
       01  C59-LOOP-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  C59-INTO-LOOP-COUNT       PIC 9(07) COMP VALUE ZERO.
       01  C59-EDIT-COUNT            PIC ZZZ,ZZ9.
      *    One entry per corrected value, in key order: the value,
      *    what it was corrected to, the walk that last passed
      *    through it, and whether it is a chain's original (no
      *    other corrected value points at it) or on a loop already
      *    listed.
       01  C59-CHN-MAX               PIC 9(05) COMP VALUE 5000.
       01  C59-CHN-COUNT             PIC 9(05) COMP VALUE 0.
       01  C59-CHN-IDX               PIC 9(05) COMP VALUE 0.
       01  C59-CHN-FULL-SWITCH       PIC X(01) VALUE 'N'.
           88  C59-CHN-TABLE-FULL               VALUE 'Y'.
       01  C59-CHN-TABLE.
           05  C59-CHN-ENTRY         OCCURS 5000 TIMES.
               10  C59-CH-VALUE      PIC X(50).
               10  C59-CH-NEXT       PIC X(50).
               10  C59-CH-WALK       PIC 9(07) COMP.
               10  C59-CH-TARGET-SWITCH
                                     PIC X(01).
                   88  C59-CH-IS-TARGET         VALUE 'Y'.
               10  C59-CH-LOOP-SWITCH
                                     PIC X(01).
                   88  C59-CH-ON-LOOP           VALUE 'Y'.
      *    Binary search over the table.
       01  C59-FIND-VALUE            PIC X(50).
       01  C59-FIND-IDX              PIC 9(05) COMP VALUE 0.
       01  C59-FIND-LOW              PIC 9(05) COMP VALUE 0.
       01  C59-FIND-HIGH             PIC 9(05) COMP VALUE 0.
       01  C59-FIND-MID              PIC 9(05) COMP VALUE 0.
       01  C59-FIND-SWITCH           PIC X(01).
           88  C59-FIND-FOUND                   VALUE 'Y'.
      *    One walk down a chain.  Each walk has its own number, so
      *    an entry already stamped with the walk in hand means the
      *    walk has come round to it again - a loop.
       01  C59-WALK-NUMBER           PIC 9(07) COMP VALUE ZERO.
       01  C59-START-IDX             PIC 9(05) COMP VALUE 0.
       01  C59-STEP-IDX              PIC 9(05) COMP VALUE 0.
       01  C59-LOOP-IDX              PIC 9(05) COMP VALUE 0.
       01  C59-WALK-LINKS            PIC 9(07) COMP VALUE ZERO.
       01  C59-LOOP-LINKS            PIC 9(07) COMP VALUE ZERO.
       01  C59-WALK-END-SWITCH       PIC X(01).
           88  C59-WALK-ENDED                   VALUE 'Y'.
       01  C59-WALK-RESULT           PIC X(01).
           88  C59-WALK-REACHED-END             VALUE 'E'.
           88  C59-WALK-REACHED-LOOP            VALUE 'L'.
       01  C59-WALK-VALUE            PIC X(50).
       01  C59-PASS                  PIC X(01).
           88  C59-PASS-LONG                    VALUE 'C'.
           88  C59-PASS-LOOP                    VALUE 'L'.
       01  C59-CURRENT-NOTE          PIC X(30).
           COPY CPYMSK.

       01  C59-RPT-HEADING.
           05  FILLER                PIC X(26)
               VALUE "CORRECTION-CHAIN REPORT   ".
           05  FILLER                PIC X(09) VALUE "RUN DATE ".
           05  C59-HDG-DATE          PIC X(08).
           05  FILLER                PIC X(15)
               VALUE "  DEPTH LIMIT ".
           05  C59-HDG-DEPTH         PIC ZZ9.
           05  FILLER                PIC X(12) VALUE " CORRECTIONS".
           05  FILLER                PIC X(60) VALUE SPACES.
       01  C59-RPT-SECTION           PIC X(133).
       01  C59-RPT-CHAIN-LINE.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  C59-CL-LABEL          PIC X(20).
           05  C59-CL-LINKS          PIC ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C59-CL-TEXT           PIC X(40).
           05  FILLER                PIC X(61) VALUE SPACES.
       01  C59-RPT-STEP-LINE.
           05  FILLER                PIC X(08) VALUE SPACES.
           05  C59-SL-ARROW          PIC X(04).
           05  C59-SL-VALUE          PIC X(60).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C59-SL-NOTE           PIC X(30).
           05  FILLER                PIC X(29) VALUE SPACES.
       01  C59-RPT-TOTAL-LINE.
           05  C59-TOT-LABEL         PIC X(40).
           05  C59-TOT-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                PIC X(86) VALUE SPACES.

       LINKAGE SECTION.
       01  C59-JCL-PARM.
           05  C59-JCL-PARM-LEN       PIC S9(4) COMP.
           05  C59-JCL-PARM-TEXT      PIC X(20).

       PROCEDURE DIVISION USING C59-JCL-PARM.
           PERFORM 1000-initialize.
           IF NOT C59-RUN-REFUSED
               PERFORM 2000-load-corrected UNTIL C59-VM-AT-END
               PERFORM 2300-mark-targets
                   VARYING C59-CHN-IDX FROM 1 BY 1
                   UNTIL C59-CHN-IDX > C59-CHN-COUNT
               PERFORM 3000-produce-report
           END-IF.
           PERFORM 9000-terminate.
           GOBACK.

       1000-initialize.
           ACCEPT C59-RUN-DATE FROM DATE YYYYMMDD.
           IF C59-JCL-PARM-LEN > 20
               MOVE 20 TO C59-JCL-PARM-LEN
           END-IF.
           IF C59-JCL-PARM-LEN > 0
               AND C59-JCL-PARM-TEXT (1:C59-JCL-PARM-LEN) NOT = SPACES
               IF C59-JCL-PARM-LEN = 3
                   AND C59-JCL-PARM-TEXT (1:3) IS NUMERIC
                   AND C59-JCL-PARM-TEXT (1:3) NOT = "000"
                   MOVE C59-JCL-PARM-TEXT (1:3) TO C59-DEPTH-LIMIT
               ELSE
                   DISPLAY "c000059 - ERROR: PARM '"
                       C59-JCL-PARM-TEXT "' IS NOT A DEPTH LIMIT OF "
                       "001-999 CORRECTIONS - RUN REFUSED"
                   SET C59-RUN-REFUSED TO TRUE
               END-IF
           END-IF.
           IF NOT C59-RUN-REFUSED
               PERFORM 1300-open-files
           END-IF.
           IF NOT C59-RUN-REFUSED
               SET MK-OPEN TO TRUE
               MOVE 'c000059' TO MK-CALLER-PROGRAM
               CALL 'c000041' USING MASK-REQUEST
               SET C59-MASK-OPENED TO TRUE
           END-IF.
           IF C59-RUN-REFUSED
               MOVE 12 TO RETURN-CODE
           END-IF.

       1300-open-files.
           OPEN OUTPUT CHAINRPT-FILE.
           IF C59-RPT-STATUS = "00"
               SET C59-RPT-OPENED TO TRUE
           ELSE
               DISPLAY "c000059 - ERROR: UNABLE TO OPEN CHAINRPT, "
                   "STATUS " C59-RPT-STATUS " - RUN REFUSED"
               SET C59-RUN-REFUSED TO TRUE
           END-IF.
           IF NOT C59-RUN-REFUSED
               OPEN INPUT VALMAST-FILE
               IF C59-VALMAST-STATUS = "00"
                   SET C59-VALMAST-OPENED TO TRUE
               ELSE
                   DISPLAY "c000059 - ERROR: UNABLE TO OPEN VALMAST, "
                       "STATUS " C59-VALMAST-STATUS " - RUN REFUSED"
                   SET C59-RUN-REFUSED TO TRUE
               END-IF
           END-IF.

       2000-load-corrected.
      *    One pass over the master, front to back, keeps the
      *    corrected values - already in key order for the search.
           READ VALMAST-FILE NEXT RECORD
               AT END
                   SET C59-VM-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO C59-MASTER-READ
                   IF VM-CORRECTED
                       ADD 1 TO C59-CORRECTED-COUNT
                       PERFORM 2100-hold-corrected
                   END-IF
           END-READ.

       2100-hold-corrected.
           IF C59-CHN-COUNT < C59-CHN-MAX
               ADD 1 TO C59-CHN-COUNT
               MOVE VM-VALUE TO C59-CH-VALUE (C59-CHN-COUNT)
               MOVE VM-CURRENT-VALUE (1:50)
                   TO C59-CH-NEXT (C59-CHN-COUNT)
               MOVE ZERO TO C59-CH-WALK (C59-CHN-COUNT)
               MOVE 'N' TO C59-CH-TARGET-SWITCH (C59-CHN-COUNT)
               MOVE 'N' TO C59-CH-LOOP-SWITCH (C59-CHN-COUNT)
           ELSE
               IF NOT C59-CHN-TABLE-FULL
                   SET C59-CHN-TABLE-FULL TO TRUE
                   DISPLAY "c000059 - WARNING: MORE THAN 5000 "
                       "CORRECTED VALUES - REPORT COVERS THE FIRST "
                       "5000 ONLY"
               END-IF
           END-IF.

       2300-mark-targets.
      *    A corrected value that another corrected value points at
      *    is part way down a chain, not the start of one.
           MOVE C59-CH-NEXT (C59-CHN-IDX) TO C59-FIND-VALUE.
           PERFORM 2500-find-value.
           IF C59-FIND-FOUND
               SET C59-CH-IS-TARGET (C59-FIND-IDX) TO TRUE
           END-IF.

       2500-find-value.
           MOVE 'N' TO C59-FIND-SWITCH.
           MOVE 1 TO C59-FIND-LOW.
           MOVE C59-CHN-COUNT TO C59-FIND-HIGH.
           PERFORM 2510-probe-one-slot
               UNTIL C59-FIND-FOUND
                   OR C59-FIND-LOW > C59-FIND-HIGH.

       2510-probe-one-slot.
           COMPUTE C59-FIND-MID = (C59-FIND-LOW + C59-FIND-HIGH) / 2.
           EVALUATE TRUE
               WHEN C59-CH-VALUE (C59-FIND-MID) = C59-FIND-VALUE
                   SET C59-FIND-FOUND TO TRUE
                   MOVE C59-FIND-MID TO C59-FIND-IDX
               WHEN C59-CH-VALUE (C59-FIND-MID) < C59-FIND-VALUE
                   COMPUTE C59-FIND-LOW = C59-FIND-MID + 1
               WHEN OTHER
                   IF C59-FIND-MID = 1
                       MOVE ZERO TO C59-FIND-HIGH
                   ELSE
                       COMPUTE C59-FIND-HIGH = C59-FIND-MID - 1
                   END-IF
           END-EVALUATE.

       3000-produce-report.
      *    Long chains first, then loops - the chains into a loop
      *    and the loops nothing leads into.
           MOVE C59-RUN-DATE-X TO C59-HDG-DATE.
           MOVE C59-DEPTH-LIMIT TO C59-HDG-DEPTH.
           WRITE RPT-LINE FROM C59-RPT-HEADING.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "CHAINS LONGER THAN THE DEPTH LIMIT"
               TO C59-RPT-SECTION.
           WRITE RPT-LINE FROM C59-RPT-SECTION.
           SET C59-PASS-LONG TO TRUE.
           PERFORM 3100-walk-from-original
               VARYING C59-START-IDX FROM 1 BY 1
               UNTIL C59-START-IDX > C59-CHN-COUNT.
           IF C59-LONG-COUNT = 0
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "    NO CHAIN LONGER THAN THE DEPTH LIMIT"
                   TO C59-RPT-SECTION
               WRITE RPT-LINE FROM C59-RPT-SECTION
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "CORRECTION LOOPS ON FILE" TO C59-RPT-SECTION.
           WRITE RPT-LINE FROM C59-RPT-SECTION.
           SET C59-PASS-LOOP TO TRUE.
           PERFORM 3100-walk-from-original
               VARYING C59-START-IDX FROM 1 BY 1
               UNTIL C59-START-IDX > C59-CHN-COUNT.
      *    Whatever no original led to is a loop on its own.
           PERFORM 3500-find-closed-loop
               VARYING C59-START-IDX FROM 1 BY 1
               UNTIL C59-START-IDX > C59-CHN-COUNT.
           IF C59-LOOP-COUNT = 0 AND C59-INTO-LOOP-COUNT = 0
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "    NO CORRECTION LOOPS ON THE MASTER"
                   TO C59-RPT-SECTION
               WRITE RPT-LINE FROM C59-RPT-SECTION
           END-IF.
           PERFORM 3900-write-totals.

       3100-walk-from-original.
      *    First walk counts the chain and finds how it ends; a
      *    chain this pass lists is walked again to print it.
           IF NOT C59-CH-IS-TARGET (C59-START-IDX)
               PERFORM 3200-walk-chain
               IF C59-PASS-LONG
                   IF C59-WALK-REACHED-END
                       ADD 1 TO C59-CHAIN-COUNT
                       IF C59-WALK-LINKS > C59-LONGEST
                           MOVE C59-WALK-LINKS TO C59-LONGEST
                       END-IF
                       IF C59-WALK-LINKS > C59-DEPTH-LIMIT
                           ADD 1 TO C59-LONG-COUNT
                           PERFORM 3300-print-long-chain
                       END-IF
                   END-IF
               ELSE
                   IF C59-WALK-REACHED-LOOP
                       ADD 1 TO C59-INTO-LOOP-COUNT
                       PERFORM 3400-print-chain-into-loop
                   END-IF
               END-IF
           END-IF.

       3200-walk-chain.
      *    From the table entry at C59-START-IDX, link by link,
      *    until the next value is not a corrected one (the chain
      *    has reached the value it stands for today) or is one
      *    this walk has already passed (a loop, entered at
      *    C59-LOOP-IDX).
           ADD 1 TO C59-WALK-NUMBER.
           MOVE C59-START-IDX TO C59-STEP-IDX.
           MOVE ZERO TO C59-WALK-LINKS.
           MOVE 'N' TO C59-WALK-END-SWITCH.
           PERFORM 3210-take-one-link UNTIL C59-WALK-ENDED.

       3210-take-one-link.
           IF C59-CH-WALK (C59-STEP-IDX) = C59-WALK-NUMBER
               SET C59-WALK-REACHED-LOOP TO TRUE
               MOVE C59-STEP-IDX TO C59-LOOP-IDX
               SET C59-WALK-ENDED TO TRUE
           ELSE
               MOVE C59-WALK-NUMBER TO C59-CH-WALK (C59-STEP-IDX)
               ADD 1 TO C59-WALK-LINKS
               MOVE C59-CH-NEXT (C59-STEP-IDX) TO C59-FIND-VALUE
               PERFORM 2500-find-value
               IF C59-FIND-FOUND
                   MOVE C59-FIND-IDX TO C59-STEP-IDX
               ELSE
                   SET C59-WALK-REACHED-END TO TRUE
                   MOVE C59-CH-NEXT (C59-STEP-IDX) TO C59-WALK-VALUE
                   SET C59-WALK-ENDED TO TRUE
               END-IF
           END-IF.

       3300-print-long-chain.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "CHAIN OF" TO C59-CL-LABEL.
           MOVE C59-WALK-LINKS TO C59-CL-LINKS.
           MOVE "CORRECTIONS" TO C59-CL-TEXT.
           WRITE RPT-LINE FROM C59-RPT-CHAIN-LINE.
           PERFORM 3600-print-steps.
           PERFORM 3700-describe-current.
           MOVE "->  " TO C59-SL-ARROW.
           MOVE C59-WALK-VALUE TO MK-VALUE.
           PERFORM 3800-print-step-value.

       3400-print-chain-into-loop.
      *    The steps up to the value where the chain joins the
      *    loop; the loop itself is printed once, the first time a
      *    walk finds it.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "CHAIN INTO LOOP, " TO C59-CL-LABEL.
           MOVE C59-WALK-LINKS TO C59-CL-LINKS.
           MOVE "CORRECTIONS" TO C59-CL-TEXT.
           WRITE RPT-LINE FROM C59-RPT-CHAIN-LINE.
           PERFORM 3600-print-steps.
           MOVE "->  " TO C59-SL-ARROW.
           MOVE C59-CH-VALUE (C59-LOOP-IDX) TO MK-VALUE.
           MOVE "JOINS THE LOOP HERE" TO C59-CURRENT-NOTE.
           PERFORM 3800-print-step-value.
           IF NOT C59-CH-ON-LOOP (C59-LOOP-IDX)
               MOVE C59-LOOP-IDX TO C59-FIND-IDX
               PERFORM 3550-print-loop
           END-IF.

       3500-find-closed-loop.
      *    Everything a walk from an original passed through is
      *    stamped; a corrected value still unstamped lies on a
      *    loop nothing else leads into.
           IF C59-CH-WALK (C59-START-IDX) = ZERO
               PERFORM 3200-walk-chain
               MOVE C59-LOOP-IDX TO C59-FIND-IDX
               PERFORM 3550-print-loop
           END-IF.

       3550-print-loop.
      *    Round the loop once from the entry at C59-FIND-IDX,
      *    marking its members so it is printed only the once.
           ADD 1 TO C59-LOOP-COUNT.
           MOVE C59-FIND-IDX TO C59-LOOP-IDX.
           MOVE ZERO TO C59-LOOP-LINKS.
           MOVE C59-LOOP-IDX TO C59-STEP-IDX.
           MOVE 'N' TO C59-WALK-END-SWITCH.
           PERFORM 3560-count-loop-link UNTIL C59-WALK-ENDED.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "LOOP OF" TO C59-CL-LABEL.
           MOVE C59-LOOP-LINKS TO C59-CL-LINKS.
           MOVE "CORRECTIONS" TO C59-CL-TEXT.
           WRITE RPT-LINE FROM C59-RPT-CHAIN-LINE.
           MOVE C59-LOOP-IDX TO C59-STEP-IDX.
           MOVE SPACES TO C59-SL-ARROW.
           MOVE 'N' TO C59-WALK-END-SWITCH.
           PERFORM 3570-print-loop-link UNTIL C59-WALK-ENDED.
           MOVE "->  " TO C59-SL-ARROW.
           MOVE C59-CH-VALUE (C59-LOOP-IDX) TO MK-VALUE.
           MOVE "BACK TO THE START" TO C59-CURRENT-NOTE.
           PERFORM 3800-print-step-value.

       3560-count-loop-link.
           SET C59-CH-ON-LOOP (C59-STEP-IDX) TO TRUE.
           ADD 1 TO C59-LOOP-LINKS.
           MOVE C59-CH-NEXT (C59-STEP-IDX) TO C59-FIND-VALUE.
           PERFORM 2500-find-value.
           MOVE C59-FIND-IDX TO C59-STEP-IDX.
           IF C59-STEP-IDX = C59-LOOP-IDX
               SET C59-WALK-ENDED TO TRUE
           END-IF.

       3570-print-loop-link.
           MOVE C59-CH-VALUE (C59-STEP-IDX) TO MK-VALUE.
           MOVE SPACES TO C59-CURRENT-NOTE.
           PERFORM 3800-print-step-value.
           MOVE "->  " TO C59-SL-ARROW.
           MOVE C59-CH-NEXT (C59-STEP-IDX) TO C59-FIND-VALUE.
           PERFORM 2500-find-value.
           MOVE C59-FIND-IDX TO C59-STEP-IDX.
           IF C59-STEP-IDX = C59-LOOP-IDX
               SET C59-WALK-ENDED TO TRUE
           END-IF.

       3600-print-steps.
      *    Every corrected value from the original down to (not
      *    including) the entry at C59-LOOP-IDX for a chain into a
      *    loop, or to the end of the chain otherwise.
           MOVE C59-START-IDX TO C59-STEP-IDX.
           MOVE SPACES TO C59-SL-ARROW.
           MOVE 'N' TO C59-WALK-END-SWITCH.
           IF C59-WALK-REACHED-LOOP
               AND C59-STEP-IDX = C59-LOOP-IDX
               SET C59-WALK-ENDED TO TRUE
           END-IF.
           PERFORM 3610-print-one-step UNTIL C59-WALK-ENDED.

       3610-print-one-step.
           MOVE C59-CH-VALUE (C59-STEP-IDX) TO MK-VALUE.
           IF C59-STEP-IDX = C59-START-IDX
               MOVE "ORIGINAL VALUE" TO C59-CURRENT-NOTE
           ELSE
               MOVE SPACES TO C59-CURRENT-NOTE
           END-IF.
           PERFORM 3800-print-step-value.
           MOVE "->  " TO C59-SL-ARROW.
           MOVE C59-CH-NEXT (C59-STEP-IDX) TO C59-FIND-VALUE.
           PERFORM 2500-find-value.
           IF C59-WALK-REACHED-LOOP
               MOVE C59-FIND-IDX TO C59-STEP-IDX
               IF C59-STEP-IDX = C59-LOOP-IDX
                   SET C59-WALK-ENDED TO TRUE
               END-IF
           ELSE
               IF C59-FIND-FOUND
                   MOVE C59-FIND-IDX TO C59-STEP-IDX
               ELSE
                   SET C59-WALK-ENDED TO TRUE
               END-IF
           END-IF.

       3700-describe-current.
      *    The last value in a chain is not corrected; one keyed
      *    read says what it is today.
           MOVE C59-WALK-VALUE TO VM-VALUE.
           READ VALMAST-FILE
               INVALID KEY
                   MOVE "CURRENT - NOT ON THE MASTER"
                       TO C59-CURRENT-NOTE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN VM-ACTIVE
                           MOVE "CURRENT - ACTIVE" TO C59-CURRENT-NOTE
                       WHEN VM-DORMANT
                           MOVE "CURRENT - DORMANT"
                               TO C59-CURRENT-NOTE
                       WHEN VM-REVERSED
                           MOVE "CURRENT - REVERSED"
                               TO C59-CURRENT-NOTE
      *                    Only when the table could not hold it.
                       WHEN OTHER
                           MOVE "CORRECTED - NOT FOLLOWED"
                               TO C59-CURRENT-NOTE
                   END-EVALUATE
           END-READ.

       3800-print-step-value.
           SET MK-MASK TO TRUE.
           CALL 'c000041' USING MASK-REQUEST.
           MOVE MK-VALUE (1:60) TO C59-SL-VALUE.
           MOVE C59-CURRENT-NOTE TO C59-SL-NOTE.
           WRITE RPT-LINE FROM C59-RPT-STEP-LINE.

       3900-write-totals.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO C59-RPT-TOTAL-LINE.
           MOVE "VALMAST RECORDS READ" TO C59-TOT-LABEL.
           MOVE C59-MASTER-READ TO C59-TOT-COUNT.
           WRITE RPT-LINE FROM C59-RPT-TOTAL-LINE.
           MOVE "CORRECTED-AWAY VALUES" TO C59-TOT-LABEL.
           MOVE C59-CORRECTED-COUNT TO C59-TOT-COUNT.
           WRITE RPT-LINE FROM C59-RPT-TOTAL-LINE.
           MOVE "CORRECTION CHAINS" TO C59-TOT-LABEL.
           MOVE C59-CHAIN-COUNT TO C59-TOT-COUNT.
           WRITE RPT-LINE FROM C59-RPT-TOTAL-LINE.
           MOVE "  LONGER THAN THE DEPTH LIMIT" TO C59-TOT-LABEL.
           MOVE C59-LONG-COUNT TO C59-TOT-COUNT.
           WRITE RPT-LINE FROM C59-RPT-TOTAL-LINE.
           MOVE "  LONGEST CHAIN (CORRECTIONS)" TO C59-TOT-LABEL.
           MOVE C59-LONGEST TO C59-TOT-COUNT.
           WRITE RPT-LINE FROM C59-RPT-TOTAL-LINE.
           MOVE "CORRECTION LOOPS" TO C59-TOT-LABEL.
           MOVE C59-LOOP-COUNT TO C59-TOT-COUNT.
           WRITE RPT-LINE FROM C59-RPT-TOTAL-LINE.
           MOVE "CHAINS RUNNING INTO A LOOP" TO C59-TOT-LABEL.
           MOVE C59-INTO-LOOP-COUNT TO C59-TOT-COUNT.
           WRITE RPT-LINE FROM C59-RPT-TOTAL-LINE.
           IF C59-CHN-TABLE-FULL
               MOVE SPACES TO C59-RPT-SECTION
               STRING "(MORE THAN 5000 CORRECTED VALUES - CHAINS "
                   "BEYOND THE FIRST 5000 ARE NOT FOLLOWED)"
                   DELIMITED BY SIZE INTO C59-RPT-SECTION
               WRITE RPT-LINE FROM C59-RPT-SECTION
           END-IF.

       9000-terminate.
           IF C59-MASK-OPENED
               SET MK-CLOSE TO TRUE
               CALL 'c000041' USING MASK-REQUEST
           END-IF.
           IF C59-VALMAST-OPENED
               CLOSE VALMAST-FILE
           END-IF.
           IF C59-RPT-OPENED
               CLOSE CHAINRPT-FILE
           END-IF.
           IF NOT C59-RUN-REFUSED
               IF C59-LONG-COUNT > 0 OR C59-LOOP-COUNT > 0
                   OR C59-INTO-LOOP-COUNT > 0 OR C59-CHN-TABLE-FULL
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE C59-CORRECTED-COUNT TO C59-EDIT-COUNT.
           DISPLAY "c000059 - CORRECTED VALUES:     " C59-EDIT-COUNT.
           MOVE C59-LONG-COUNT TO C59-EDIT-COUNT.
           DISPLAY "c000059 - LONG CHAINS LISTED:   " C59-EDIT-COUNT.
           MOVE C59-LOOP-COUNT TO C59-EDIT-COUNT.
           DISPLAY "c000059 - LOOPS LISTED:         " C59-EDIT-COUNT.
           MOVE C59-INTO-LOOP-COUNT TO C59-EDIT-COUNT.
           DISPLAY "c000059 - CHAINS INTO A LOOP:   " C59-EDIT-COUNT.
