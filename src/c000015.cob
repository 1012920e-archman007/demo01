      * validated driving file wrapped in a fresh header and
      * trailer for the c000003 step to run against.
      *
      * A COR record is also checked against the VALMAST value
      * master as c000003 will check it: the value corrected must
      * have been processed (CORU), must not already have been
      * corrected away to another value (CORX - one already made
      * is left for c000003 to skip), and must not loop
      * back to it (CORL).  Values and corrections passed earlier
      * in the same file count as if already on the master, so a
      * NEW followed by its COR passes and an A-to-B, B-to-A pair
      * is caught.  Without VALMAST corrections pass unchecked.
      *
      * A batch from a sender not registered, or inactive, on
      * SRCMAST is held rather than edited: its records go to the
      * clean file untouched for c000003 to hold and acknowledge,
      * and the edit goes on with the next sender's batch.
      *
      * RC=0 ALL RECORDS CLEAN; RC=4 SOME RECORDS REJECTED OR A
      * SENDER'S BATCH HELD (CLEAN FILE STILL USABLE); RC=16
      * CONTROL-RECORD FAILURE (MISSING HEADER/TRAILER, COUNT
      * MISMATCH, STALE BUSINESS DATE) - DO NOT RUN THE PROCESSING
      * STEP.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SYNRULES-FILE ASSIGN TO "SYNRULES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C15-SYN-STATUS.
           SELECT SRCMAST-FILE ASSIGN TO "SRCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-SOURCE-SYSTEM
               FILE STATUS IS C15-SRCMAST-STATUS.
           SELECT VALMAST-FILE ASSIGN TO "VALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VALUE
               FILE STATUS IS C15-VALMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY CPYSYN.

       FD  SRCMAST-FILE
           RECORDING MODE IS F.
           COPY CPYSRM.

       FD  VALMAST-FILE
           RECORDING MODE IS F.
           COPY CPYVMS.

       WORKING-STORAGE SECTION.
       COPY CPYSTR
           REPLACING ==:STR-FIELD:== BY ==STRING-TO-DISPLAY==,
       01  C15-CAL-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  C15-CAL-AT-END                   VALUE 'Y'.
       01  C15-PRIOR-BUSINESS-DATE   PIC X(08) VALUE SPACES.
       01  C15-SRCMAST-STATUS        PIC X(02).
       01  C15-SRCMAST-OPEN-SWITCH   PIC X(01) VALUE 'N'.
           88  C15-SRCMAST-AVAILABLE            VALUE 'Y'.
       01  C15-VALMAST-STATUS        PIC X(02).
       01  C15-VALMAST-OPEN-SWITCH   PIC X(01) VALUE 'N'.
           88  C15-VALMAST-AVAILABLE            VALUE 'Y'.
      *    State of a value as the correction checks see it: the
      *    master's record, overlaid by anything passed earlier in
      *    this file.
       01  C15-STATE-VALUE           PIC X(50).
       01  C15-STATE-SWITCH          PIC X(01).
           88  C15-STATE-UNKNOWN                VALUE 'U'.
           88  C15-STATE-LIVE                   VALUE 'A'.
           88  C15-STATE-CORRECTED              VALUE 'C'.
       01  C15-STATE-CURRENT         PIC X(50).
       01  C15-COR-BEFORE            PIC X(50).
       01  C15-CHAIN-STEPS           PIC 9(05) COMP VALUE ZERO.
       01  C15-CHAIN-LIMIT           PIC 9(05) COMP VALUE 500.
       01  C15-CHAIN-END-SWITCH      PIC X(01).
           88  C15-CHAIN-ENDED                  VALUE 'Y'.
       01  C15-COR-REPEAT-SWITCH     PIC X(01) VALUE 'N'.
           88  C15-COR-REPEATED                 VALUE 'Y'.
      *    Values passed clean so far this edit - a NEW value live,
      *    a corrected-away value with what it was corrected to.
       01  C15-SEEN-MAX              PIC 9(04) COMP VALUE 2000.
       01  C15-SEEN-COUNT            PIC 9(04) COMP VALUE 0.
       01  C15-SEEN-IDX              PIC 9(04) COMP VALUE 0.
       01  C15-SEEN-FOUND-SWITCH     PIC X(01).
           88  C15-SEEN-FOUND                   VALUE 'Y'.
       01  C15-SEEN-FULL-SWITCH      PIC X(01) VALUE 'N'.
           88  C15-SEEN-TABLE-FULL              VALUE 'Y'.
       01  C15-SEEN-TABLE.
           05  C15-SEEN-ENTRY        OCCURS 2000 TIMES.
               10  C15-SN-VALUE      PIC X(50).
               10  C15-SN-STATE      PIC X(01).
               10  C15-SN-CURRENT    PIC X(50).
       01  C15-RUNSTAT-STATUS        PIC X(02).
       01  C15-RUNSTAT-TYPE          PIC X(01) VALUE 'E'.
       01  C15-SYN-STATUS            PIC X(02).
       01  C15-TRAILER-COUNT         PIC 9(07).
       01  C15-BATCH-READ            PIC 9(07) COMP VALUE ZERO.
       01  C15-BATCH-CLEAN           PIC 9(07) COMP VALUE ZERO.
       01  C15-BATCH-REJECTS         PIC 9(07) COMP VALUE ZERO.
       01  C15-BATCH-SUBST           PIC 9(07) COMP VALUE ZERO.
       01  C15-BATCH-RC              PIC 9(02) VALUE ZERO.
      *    A batch held off the source registry, and the records
      *    passed through unedited for it.
       01  C15-BATCH-HELD-SWITCH     PIC X(01) VALUE 'N'.
           88  C15-BATCH-HELD                   VALUE 'Y'.
       01  C15-BATCH-HELD-COUNT      PIC 9(07) COMP VALUE ZERO.
       01  C15-HELD-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  C15-HDRTRL-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  C15-SOURCE-SYSTEM         PIC X(08) VALUE SPACES.
       01  C15-REASON-CODE           PIC X(04).
               VALUE "  BUSINESS DATE ".
           05  C15-SRC-LINE-DATE     PIC X(08).
           05  FILLER                PIC X(94) VALUE SPACES.
       01  C15-RPT-REFUSED-LINE.
           05  FILLER                PIC X(15)
               VALUE "SOURCE HELD    ".
           05  C15-RFL-REASON        PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C15-RFL-TEXT          PIC X(50).
           05  FILLER                PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 1000-initialize.
           MOVE 0 TO RETURN-CODE.
           PERFORM 1800-read-calendar.
           PERFORM 1600-load-synonym-rules.
           PERFORM 1700-open-source-master.
           PERFORM 1750-open-value-master.

       1700-open-source-master.
      *    The source registry is optional here as in c000003 -
      *    without it every sender passes the edit unchecked.
           OPEN INPUT SRCMAST-FILE.
           IF C15-SRCMAST-STATUS = "00"
               SET C15-SRCMAST-AVAILABLE TO TRUE
           ELSE
               DISPLAY "c000015 - WARNING: SRCMAST NOT AVAILABLE, "
                   "STATUS " C15-SRCMAST-STATUS " - SOURCE SYSTEMS "
                   "NOT CHECKED"
           END-IF.

       1750-open-value-master.
      *    Optional in the same way - without the value master the
      *    corrections go through to c000003 unchecked here.
           OPEN INPUT VALMAST-FILE.
           IF C15-VALMAST-STATUS = "00"
               SET C15-VALMAST-AVAILABLE TO TRUE
           ELSE
               DISPLAY "c000015 - WARNING: VALMAST NOT AVAILABLE, "
                   "STATUS " C15-VALMAST-STATUS " - CORRECTIONS "
                   "NOT CHECKED"
           END-IF.

       1600-load-synonym-rules.
      *    The rules file is optional - with none present the edit
                       WHEN STRIN-TRAILER
                           PERFORM 2200-edit-trailer
                       WHEN OTHER
                           IF C15-BATCH-HELD
                               PERFORM 2160-pass-held-record
                           ELSE
                               PERFORM 2300-edit-data-record
                           END-IF
                   END-EVALUATE
           END-READ.

               DISPLAY "c000015 - ERROR: TRAILER RECORD MISSING "
                   "FOR SOURCE " C15-SOURCE-SYSTEM
               MOVE 16 TO RETURN-CODE
               MOVE 16 TO C15-BATCH-RC
               PERFORM 8150-write-batch-runstat
           END-IF.
           SET C15-HEADER-SEEN TO TRUE.
           ADD 1 TO C15-HDRTRL-COUNT.
           MOVE ZERO TO C15-BATCH-READ C15-BATCH-CLEAN.
           MOVE ZERO TO C15-BATCH-REJECTS C15-BATCH-SUBST.
           MOVE ZERO TO C15-BATCH-RC C15-BATCH-HELD-COUNT.
           MOVE 'N' TO C15-BATCH-HELD-SWITCH.
           MOVE SH-SOURCE-SYSTEM TO C15-SOURCE-SYSTEM.
           IF C15-RPT-STATUS = "00"
               MOVE C15-SOURCE-SYSTEM TO C15-SRC-LINE-SYSTEM
                   MOVE 16 TO RETURN-CODE
                   SET C15-AT-END TO TRUE
           END-EVALUATE.
           IF NOT C15-AT-END AND C15-SRCMAST-AVAILABLE
               PERFORM 2150-check-source-registry
           END-IF.
      *    A refused batch is recorded now - the edit reads no
      *    further, so its trailer is never reached.
           IF C15-AT-END
               MOVE 16 TO C15-BATCH-RC
               PERFORM 8150-write-batch-runstat
           END-IF.

       2150-check-source-registry.
      *    The same sender check c000003 applies at its header: a
      *    source missing from the registry, or inactive on it, has
      *    its batch held with its own reason, printed under the
      *    batch's source line so the upstream team sees why
      *    nothing of theirs was edited.  It is one sender's
      *    problem, not the file's - the other senders' batches
      *    still edit and process, so the step ends on 4, not 16.
           MOVE SPACES TO C15-RFL-REASON.
           MOVE C15-SOURCE-SYSTEM TO SM-SOURCE-SYSTEM.
           READ SRCMAST-FILE
               INVALID KEY
                   DISPLAY "c000015 - ERROR: SOURCE SYSTEM "
                       C15-SOURCE-SYSTEM " IS NOT REGISTERED ON "
                       "SRCMAST - BATCH HELD"
                   MOVE 'SRCU' TO C15-RFL-REASON
                   MOVE "SOURCE SYSTEM NOT REGISTERED"
                       TO C15-RFL-TEXT
               NOT INVALID KEY
                   IF NOT SM-ACTIVE
                       DISPLAY "c000015 - ERROR: SOURCE SYSTEM "
                           C15-SOURCE-SYSTEM " IS INACTIVE ON "
                           "SRCMAST - BATCH HELD"
                       MOVE 'SRCI' TO C15-RFL-REASON
                       MOVE "SOURCE SYSTEM INACTIVE ON THE REGISTRY"
                           TO C15-RFL-TEXT
                   END-IF
           END-READ.
           IF C15-SRCMAST-STATUS NOT = "00"
                   AND C15-SRCMAST-STATUS NOT = "23"
               DISPLAY "c000015 - WARNING: SRCMAST READ FAILED, "
                   "STATUS " C15-SRCMAST-STATUS " - SOURCE "
                   C15-SOURCE-SYSTEM " NOT CHECKED"
           END-IF.
           IF C15-RFL-REASON NOT = SPACES
               IF C15-RPT-STATUS = "00"
                   WRITE EDIT-LINE FROM C15-RPT-REFUSED-LINE
               END-IF
               SET C15-BATCH-HELD TO TRUE
               MOVE 16 TO C15-BATCH-RC
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       2160-pass-held-record.
      *    c000003 makes the same check and answers each of these
      *    HELD, so they reach the clean file as they came; they
      *    are neither clean nor rejected, and only the trailer
      *    counts see them.
           ADD 1 TO C15-BATCH-HELD-COUNT.
           ADD 1 TO C15-HELD-COUNT.
           WRITE CLEANFLE-RECORD FROM STRIN-WORK-RECORD.

       2200-edit-trailer.
           SET C15-TRAILER-SEEN TO TRUE.
               MOVE 16 TO RETURN-CODE
           END-IF.
           MOVE ST-RECORD-COUNT TO C15-TRAILER-COUNT.
           IF C15-TRAILER-COUNT
                   NOT = C15-BATCH-READ + C15-BATCH-HELD-COUNT
               COMPUTE C15-EDIT-COUNT =
                   C15-BATCH-READ + C15-BATCH-HELD-COUNT
               DISPLAY "c000015 - ERROR: TRAILER COUNT "
                   C15-TRAILER-COUNT " DOES NOT MATCH RECORDS "
                   "READ " C15-EDIT-COUNT " FOR SOURCE "
                   C15-SOURCE-SYSTEM
               MOVE 16 TO RETURN-CODE
               MOVE 16 TO C15-BATCH-RC
           END-IF.
           IF C15-HEADER-SEEN
               PERFORM 8150-write-batch-runstat
           END-IF.
           PERFORM 8000-finish-clean-file.
           MOVE 'N' TO C15-HDR-SWITCH.
           ADD 1 TO C15-DATA-READ.
           ADD 1 TO C15-BATCH-READ.
           MOVE SPACES TO C15-REASON-CODE.
           MOVE 'N' TO C15-COR-REPEAT-SWITCH.
           EVALUATE TRUE
               WHEN STRIN-TYPE-NEW
                   MOVE SD-VALUE TO STRING-TO-DISPLAY
                           TO SD-NEW-VALUE
                   END-IF
                   PERFORM 2310-validate-value
                   IF C15-REASON-CODE = SPACES
                       AND C15-VALMAST-AVAILABLE
                       PERFORM 2500-check-correction
                   END-IF
               WHEN STRIN-TYPE-INQ
                   CONTINUE
               WHEN OTHER
               ADD 1 TO C15-CLEAN-COUNT
               ADD 1 TO C15-BATCH-CLEAN
               WRITE CLEANFLE-RECORD FROM STRIN-WORK-RECORD
               IF C15-VALMAST-AVAILABLE AND NOT C15-COR-REPEATED
                   PERFORM 2600-note-passed-record
               END-IF
           ELSE
               ADD 1 TO C15-REJECT-COUNT
               ADD 1 TO C15-BATCH-REJECTS
      *        Numbered within the record's own batch - the
      *        sender's record number, matching the reject
      *        register and the acknowledgment file.
           IF C15-RULE-OLD (C15-RULE-IDX) = C15-NORMALIZED-VALUE
               SET C15-SUBSTITUTED TO TRUE
               ADD 1 TO C15-SUBST-COUNT
               ADD 1 TO C15-BATCH-SUBST
               IF C15-SUB-COUNT < C15-SUB-MAX
                   ADD 1 TO C15-SUB-COUNT
                   MOVE C15-BATCH-READ
               MOVE 0 TO RETURN-CODE
           END-IF.

       2500-check-correction.
      *    The same three refusals c000003 applies: a value never
      *    processed, a value already corrected away, and a
      *    correction whose after value leads back down the
      *    corrected-to links to the value being corrected.  A
      *    value already corrected to this same after value is the
      *    correction met again, which c000003 skips as a
      *    duplicate, so it passes here.
           MOVE SD-VALUE TO C15-COR-BEFORE.
           MOVE C15-COR-BEFORE TO C15-STATE-VALUE.
           PERFORM 2550-get-value-state.
           EVALUATE TRUE
               WHEN C15-STATE-UNKNOWN
                   MOVE 'CORU' TO C15-REASON-CODE
               WHEN C15-STATE-CORRECTED
                   AND C15-STATE-CURRENT = SD-NEW-VALUE
                   SET C15-COR-REPEATED TO TRUE
               WHEN C15-STATE-CORRECTED
                   MOVE 'CORX' TO C15-REASON-CODE
               WHEN OTHER
                   MOVE SD-NEW-VALUE TO C15-STATE-VALUE
                   MOVE ZERO TO C15-CHAIN-STEPS
                   MOVE 'N' TO C15-CHAIN-END-SWITCH
                   PERFORM 2510-follow-correction
                       UNTIL C15-CHAIN-ENDED
           END-EVALUATE.

       2510-follow-correction.
      *    The step limit only stops a walk caught in a loop
      *    already on file that this correction does not close.
           IF C15-STATE-VALUE = C15-COR-BEFORE
               MOVE 'CORL' TO C15-REASON-CODE
               SET C15-CHAIN-ENDED TO TRUE
           ELSE
               PERFORM 2550-get-value-state
               IF C15-STATE-CORRECTED
                   AND C15-CHAIN-STEPS < C15-CHAIN-LIMIT
                   MOVE C15-STATE-CURRENT TO C15-STATE-VALUE
                   ADD 1 TO C15-CHAIN-STEPS
               ELSE
                   SET C15-CHAIN-ENDED TO TRUE
               END-IF
           END-IF.

       2550-get-value-state.
      *    This file's own earlier records win over the master,
      *    which does not see them until c000003 runs.
           PERFORM 2650-find-seen-value.
           IF C15-SEEN-FOUND
               MOVE C15-SN-STATE (C15-SEEN-IDX) TO C15-STATE-SWITCH
               MOVE C15-SN-CURRENT (C15-SEEN-IDX)
                   TO C15-STATE-CURRENT
           ELSE
               MOVE C15-STATE-VALUE TO VM-VALUE
               READ VALMAST-FILE
                   INVALID KEY
                       SET C15-STATE-UNKNOWN TO TRUE
                   NOT INVALID KEY
                       IF VM-CORRECTED
                           SET C15-STATE-CORRECTED TO TRUE
                       ELSE
                           SET C15-STATE-LIVE TO TRUE
                       END-IF
                       MOVE VM-CURRENT-VALUE (1:50)
                           TO C15-STATE-CURRENT
               END-READ
           END-IF.

       2600-note-passed-record.
      *    A NEW value passed clean is live from here on; a COR
      *    passed clean leaves its before value corrected to the
      *    after value, and the after value live.
           EVALUATE TRUE
               WHEN STRIN-TYPE-NEW
                   MOVE SD-VALUE TO C15-STATE-VALUE
                   SET C15-STATE-LIVE TO TRUE
                   MOVE SD-VALUE TO C15-STATE-CURRENT
                   PERFORM 2610-set-seen-value
               WHEN STRIN-TYPE-COR
                   MOVE SD-VALUE TO C15-STATE-VALUE
                   SET C15-STATE-CORRECTED TO TRUE
                   MOVE SD-NEW-VALUE TO C15-STATE-CURRENT
                   PERFORM 2610-set-seen-value
                   MOVE SD-NEW-VALUE TO C15-STATE-VALUE
                   SET C15-STATE-LIVE TO TRUE
                   MOVE SD-NEW-VALUE TO C15-STATE-CURRENT
                   PERFORM 2610-set-seen-value
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2610-set-seen-value.
           PERFORM 2650-find-seen-value.
           IF NOT C15-SEEN-FOUND
               IF C15-SEEN-COUNT < C15-SEEN-MAX
                   ADD 1 TO C15-SEEN-COUNT
                   MOVE C15-SEEN-COUNT TO C15-SEEN-IDX
                   MOVE C15-STATE-VALUE TO C15-SN-VALUE (C15-SEEN-IDX)
                   SET C15-SEEN-FOUND TO TRUE
               ELSE
                   IF NOT C15-SEEN-TABLE-FULL
                       SET C15-SEEN-TABLE-FULL TO TRUE
                       DISPLAY "c000015 - WARNING: PASSED-VALUE "
                           "TABLE FULL - LATER CORRECTIONS ARE "
                           "CHECKED AGAINST VALMAST ONLY"
                   END-IF
               END-IF
           END-IF.
           IF C15-SEEN-FOUND
               MOVE C15-STATE-SWITCH TO C15-SN-STATE (C15-SEEN-IDX)
               MOVE C15-STATE-CURRENT TO C15-SN-CURRENT (C15-SEEN-IDX)
           END-IF.

       2650-find-seen-value.
           MOVE 'N' TO C15-SEEN-FOUND-SWITCH.
           IF C15-SEEN-COUNT > 0
               PERFORM 2660-search-seen-value
                   VARYING C15-SEEN-IDX FROM 1 BY 1
                   UNTIL C15-SEEN-IDX > C15-SEEN-COUNT
                       OR C15-SEEN-FOUND
           END-IF.

       2660-search-seen-value.
           IF C15-SN-VALUE (C15-SEEN-IDX) = C15-STATE-VALUE
               SET C15-SEEN-FOUND TO TRUE
      *        The VARYING adds one more before the UNTIL test sees
      *        the switch, so step back to the matched slot.
               SUBTRACT 1 FROM C15-SEEN-IDX
           END-IF.

       2400-verify-controls.
      *    A batch still open at real end-of-file never got its
      *    trailer, whatever earlier batches did.
               DISPLAY "c000015 - ERROR: TRAILER RECORD MISSING - "
                   "TRANSMISSION MAY BE TRUNCATED"
               MOVE 16 TO RETURN-CODE
               MOVE 16 TO C15-BATCH-RC
               PERFORM 8150-write-batch-runstat
           END-IF.
           IF C15-HDRTRL-COUNT = 0 AND C15-DATA-READ > 0
               DISPLAY "c000015 - ERROR: HEADER RECORD MISSING"
      *    mainline at end-of-file, which closes out a batch whose
      *    input trailer never arrived.
           IF C15-CLEAN-STATUS = "00" AND C15-HEADER-SEEN
               COMPUTE C15-CT-COUNT =
                   C15-BATCH-CLEAN + C15-BATCH-HELD-COUNT
               WRITE CLEANFLE-RECORD FROM C15-CLEAN-TRAILER
           END-IF.

       9000-terminate.
           CALL 'c000001' USING STRING-TO-DISPLAY, C15-MODE-CLOSE,
               C15-REASON-CODE.
           IF C15-SRCMAST-AVAILABLE
               CLOSE SRCMAST-FILE
           END-IF.
           IF C15-VALMAST-AVAILABLE
               CLOSE VALMAST-FILE
           END-IF.
           IF C15-IN-STATUS = "00" OR C15-IN-STATUS = "10"
               CLOSE STRINFLE-FILE
           END-IF.
           DISPLAY "c000015 - RECORDS PASSED CLEAN:  " C15-EDIT-COUNT.
           MOVE C15-REJECT-COUNT TO C15-EDIT-COUNT.
           DISPLAY "c000015 - RECORDS FAILED EDIT:   " C15-EDIT-COUNT.
           IF C15-HELD-COUNT > 0
               MOVE C15-HELD-COUNT TO C15-EDIT-COUNT
               DISPLAY "c000015 - RECORDS HELD, SENDER:  "
                   C15-EDIT-COUNT
           END-IF.
           PERFORM 8100-write-runstat.

       8100-write-runstat.
           MOVE ZERO TO RS-ONLINE-VERIFIED.
           MOVE ZERO TO RS-INQUIRY-COUNT.
           MOVE SPACES TO RS-SOURCE-SYSTEM.
           MOVE SPACES TO RS-PARTITION.
           IF RETURN-CODE > 99
               MOVE 99 TO RS-HIGHEST-RC
           ELSE
           END-IF.
           CLOSE RUNSTAT-FILE.

       8150-write-batch-runstat.
      *    One type-B entry per batch edited, so the monthly sender
      *    scorecard sees what the edit took out of each sender's
      *    file and what it standardized on the sender's behalf.
      *    The balancing and missing-feed checks read c000003's
      *    own type-B entries and pass over these.
           IF C15-BATCH-RC = 0 AND C15-BATCH-REJECTS > 0
               MOVE 4 TO C15-BATCH-RC
           END-IF.
           MOVE 'c000015' TO RS-PROGRAM.
           MOVE C15-RUN-DATE TO RS-RUN-DATE.
           SET RS-SOURCE-ENTRY TO TRUE.
           ACCEPT RS-TIMESTAMP FROM TIME.
           MOVE C15-BATCH-READ TO RS-RECORDS-READ.
           MOVE C15-BATCH-CLEAN TO RS-RECORDS-PROCESSED.
           MOVE C15-BATCH-REJECTS TO RS-REJECT-COUNT.
           MOVE ZERO TO RS-DUPLICATE-COUNT.
           MOVE C15-BATCH-RC TO RS-HIGHEST-RC.
           MOVE ZERO TO RS-ONLINE-VERIFIED.
           MOVE C15-BATCH-SUBST TO RS-STANDARDIZED-COUNT.
           MOVE C15-SOURCE-SYSTEM TO RS-SOURCE-SYSTEM.
           MOVE SPACES TO RS-PARTITION.
           OPEN EXTEND RUNSTAT-FILE.
           IF C15-RUNSTAT-STATUS = "35"
               OPEN OUTPUT RUNSTAT-FILE
           END-IF.
           WRITE RUNSTAT-RECORD.
           IF C15-RUNSTAT-STATUS NOT = "00"
               DISPLAY "c000015 - WARNING: RUNSTAT WRITE FAILED, "
                   "STATUS " C15-RUNSTAT-STATUS
           END-IF.
           CLOSE RUNSTAT-FILE.

       9100-write-totals.
      *    The substitutions get their own section ahead of the
      *    totals, original and standardized side by side, so the
