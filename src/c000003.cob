           SELECT TRANLOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C3-TRANLOG-STATUS.
           SELECT TRANPATH-FILE ASSIGN TO "TRANPATH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TP-KEY
               FILE STATUS IS C3-TRANPATH-STATUS.
           SELECT SUSPFILE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C3-SUSP-STATUS.
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VALUE
               FILE STATUS IS C3-VALMAST-STATUS.
           SELECT SRCMAST-FILE ASSIGN TO "SRCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-SOURCE-SYSTEM
               FILE STATUS IS C3-SRCMAST-STATUS.
           SELECT VMEVENT-FILE ASSIGN TO "VMEVENT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C3-VMEVENT-STATUS.
           SELECT SLATGT-FILE ASSIGN TO "SLATGT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C3-SLATGT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY CPYLOG.

       FD  TRANPATH-FILE
           RECORDING MODE IS F.
           COPY CPYLGP.

       FD  SUSPFILE-FILE
           RECORDING MODE IS F.
           COPY CPYSUS.

       FD  ONLPENDA-FILE
           RECORDING MODE IS F.
       01  ONLPENDA-RECORD           PIC X(140).

       FD  ONLPENDB-FILE
           RECORDING MODE IS F.
       01  ONLPENDB-RECORD           PIC X(140).

       FD  QUEUECTL-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY CPYVMS.

       FD  SRCMAST-FILE
           RECORDING MODE IS F.
           COPY CPYSRM.

       FD  VMEVENT-FILE
           RECORDING MODE IS F.
           COPY CPYVME.

       FD  SLATGT-FILE
           RECORDING MODE IS F.
           COPY CPYSLA.

       WORKING-STORAGE SECTION.
       COPY CPYSTR
           REPLACING ==:STR-FIELD:== BY ==STRING-TO-DISPLAY==,
       01  C3-FILE-STATUS            PIC X(02).
       01  C3-CHKPT-STATUS           PIC X(02).
       01  C3-TRANLOG-STATUS         PIC X(02).
       01  C3-TRANPATH-STATUS        PIC X(02).
      *    Set the first time the keyed path cannot be opened; the
      *    rest of the run goes back to scanning the log rather
      *    than retrying (and warning) on every record.
       01  C3-PATH-SWITCH            PIC X(01) VALUE 'N'.
           88  C3-PATH-UNAVAILABLE               VALUE 'Y'.
       01  C3-PATH-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  C3-PATH-AT-END                    VALUE 'Y'.
       01  C3-SUSP-STATUS            PIC X(02).
       01  C3-SUSPIN-STATUS          PIC X(02).
       01  C3-RJREG-STATUS           PIC X(02).
           05  C3-STAT-REJECTS       PIC 9(07).
           05  FILLER                PIC X(06) VALUE " CKPT ".
           05  C3-STAT-CHECKPOINT    PIC 9(07).
           05  FILLER                PIC X(06) VALUE " PROJ ".
           05  C3-STAT-PROJECTED     PIC X(05).
      *    Batch-window SLA: this step's SLATGT card, if it has
      *    one, gives the latest acceptable finish (as minutes from
      *    the midnight before the run started, so a target after
      *    midnight is still later than the start) and the warning
      *    point short of it.  The expected record count is the sum
      *    of the driving file's trailer counts; the position is
      *    how far through those records the run has got, restart
      *    skip included.  Each alert level is raised once.
       01  C3-SLATGT-STATUS          PIC X(02).
       01  C3-SLA-SWITCH             PIC X(01) VALUE 'N'.
           88  C3-SLA-ACTIVE                     VALUE 'Y'.
       01  C3-SLA-EOF-SWITCH         PIC X(01).
           88  C3-SLA-AT-END                     VALUE 'Y'.
       01  C3-SLA-PROGRAM            PIC X(08).
       01  C3-SLA-TARGET-MIN         PIC 9(05) COMP VALUE ZERO.
       01  C3-SLA-WARN-MIN           PIC 9(05) COMP VALUE ZERO.
       01  C3-SLA-MARGIN             PIC 9(03) COMP VALUE ZERO.
       01  C3-SLA-ALERT-LEVEL        PIC 9(01) VALUE ZERO.
           88  C3-SLA-WARNING-RAISED             VALUE 1 2.
           88  C3-SLA-BREACH-RAISED              VALUE 2.
       01  C3-SLA-EXPECTED           PIC 9(07) COMP VALUE ZERO.
       01  C3-SLA-POSITION           PIC 9(07) COMP VALUE ZERO.
       01  C3-SLA-START-DATE         PIC 9(08).
       01  C3-SLA-NOW-DATE           PIC 9(08).
       01  C3-SLA-TIME               PIC 9(08).
       01  C3-SLA-TIME-R REDEFINES C3-SLA-TIME.
           05  C3-SLA-TIME-HH        PIC 9(02).
           05  C3-SLA-TIME-MM        PIC 9(02).
           05  C3-SLA-TIME-SS        PIC 9(02).
           05  FILLER                PIC 9(02).
       01  C3-SLA-START-SECS         PIC 9(05) COMP VALUE ZERO.
       01  C3-SLA-ELAPSED            PIC 9(07) COMP VALUE ZERO.
       01  C3-SLA-REMAINING          PIC 9(09) COMP VALUE ZERO.
       01  C3-SLA-PROJECTED-MIN      PIC 9(07) COMP VALUE ZERO.
       01  C3-SLA-DAYS               PIC 9(03) COMP.
       01  C3-SLA-CLOCK-MIN          PIC 9(05) COMP.
       01  C3-SLA-CLOCK.
           05  C3-SLA-CLOCK-HH       PIC 9(02).
           05  FILLER                PIC X(01) VALUE ":".
           05  C3-SLA-CLOCK-MM       PIC 9(02).
       01  C3-SLA-PROJECTED-CLOCK    PIC X(05) VALUE "N/A".
       01  C3-SLA-TARGET-CLOCK       PIC X(05).
       01  C3-CHGLOG-STATUS          PIC X(02).
       01  C3-ACK-STATUS             PIC X(02).
       01  C3-ACK-OPEN-SWITCH        PIC X(01) VALUE 'N'.
           88  C3-ACK-TRL-PENDING                VALUE 'Y'.
       01  C3-HOLD-DONE-SWITCH       PIC X(01) VALUE 'N'.
           88  C3-HOLD-DONE                      VALUE 'Y'.
      *    Where a held batch's read-through stopped, when the
      *    run goes on past it: on the next sender's header, left
      *    in the record area for the read loop to open, or at
      *    end of file.
       01  C3-HOLD-GO-ON-SWITCH      PIC X(01) VALUE 'N'.
           88  C3-HOLD-GOES-ON                   VALUE 'Y'.
       01  C3-HOLD-STOP-SWITCH       PIC X(01) VALUE SPACE.
           88  C3-HOLD-AT-HEADER                 VALUE 'H'.
           88  C3-HOLD-AT-EOF                    VALUE 'E'.
      *    Why a refused batch is being held - spaces for a stale
      *    business date, SRCU for a sender missing from the source
      *    registry, SRCI for one the registry has made inactive -
      *    carried onto each HELD acknowledgment.
       01  C3-HOLD-REASON            PIC X(04) VALUE SPACES.
       01  C3-SRCMAST-STATUS         PIC X(02).
       01  C3-SRCMAST-OPEN-SWITCH    PIC X(01) VALUE 'N'.
           88  C3-SRCMAST-AVAILABLE              VALUE 'Y'.
       01  C3-SOURCE-SYSTEM          PIC X(08) VALUE SPACES.
       01  C3-VALMAST-STATUS         PIC X(02).
       01  C3-VALMAST-OPEN-SWITCH    PIC X(01) VALUE 'N'.
           88  C3-VALMAST-AVAILABLE              VALUE 'Y'.
       01  C3-VM-FOUND-SWITCH        PIC X(01).
           88  C3-VM-FOUND                       VALUE 'Y'.
      *    The master record's state before this pass touched it,
      *    for the change event - spaces when there was no record.
       01  C3-VM-OLD-STATUS          PIC X(01).
       01  C3-VM-OLD-CURRENT         PIC X(100).
       01  C3-VMEVENT-STATUS         PIC X(02).
       01  C3-VMEVENT-OPEN-SWITCH    PIC X(01) VALUE 'N'.
           88  C3-VMEVENT-OPENED                 VALUE 'Y'.
       01  C3-VM-EVENT-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  C3-VM-REACTIVATED-COUNT   PIC 9(07) COMP VALUE ZERO.
       01  C3-VM-STATUS-WORD         PIC X(09).
       01  C3-CURRENT-TIME           PIC 9(08).
       01  C3-ENTRY-TYPE             PIC X(01) VALUE 'N'.
           88  C3-TYPE-NEW                       VALUE 'N'.
           88  C3-TYPE-INQ                       VALUE 'I'.
           88  C3-TYPE-UNKNOWN                   VALUE '?'.
       01  C3-COR-BEFORE-VALUE       PIC X(100).
      *    Following a correction's after value down the master's
      *    corrected-to links; the step limit only stops a walk
      *    caught in a loop already on file that this correction
      *    does not close.
       01  C3-CHAIN-VALUE            PIC X(50).
       01  C3-CHAIN-STEPS            PIC 9(05) COMP VALUE ZERO.
       01  C3-CHAIN-LIMIT            PIC 9(05) COMP VALUE 500.
       01  C3-CHAIN-END-SWITCH       PIC X(01).
           88  C3-CHAIN-ENDED                    VALUE 'Y'.
       01  C3-COR-APPLIED-SWITCH     PIC X(01) VALUE 'N'.
           88  C3-COR-ALREADY-APPLIED            VALUE 'Y'.
       01  C3-NEW-TYPE-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  C3-COR-TYPE-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  C3-INQ-TYPE-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  C3-ONL-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  C3-ONL-VERIFIED-COUNT     PIC 9(07) COMP VALUE ZERO.
       01  C3-ONL-RECOVERED-COUNT    PIC 9(07) COMP VALUE ZERO.
       01  C3-ONL-COR-COUNT          PIC 9(07) COMP VALUE ZERO.
       01  C3-PENDING-USER-ID        PIC X(08) VALUE SPACES.
       01  C3-LOG-ACTION             PIC X(01) VALUE 'S'.
       01  C3-HIVOL-SWITCH           PIC X(01) VALUE 'N'.
           88  C3-HIVOL-MODE                     VALUE 'Y'.
       01  C3-REJECT-REASON          PIC X(04).
       01  C3-REPROC-SWITCH          PIC X(01) VALUE 'N'.
           88  C3-REPROCESS-MODE                 VALUE 'Y'.
      *    The stream number on a partitioned night - blank for the
      *    ordinary single-stream run, '0' for the stream that
      *    drains the online queue, '1' upward for a stream driven
      *    by one of the c000043 split's partitions - or 'I' for a
      *    DL100ID intraday queue drain.
       01  C3-PARTITION              PIC X(01) VALUE SPACES.
           88  C3-FILE-PARTITION                 VALUE '1' THRU '9'.
           88  C3-INTRADAY-RUN                   VALUE 'I'.
       01  C3-PART-OFFSET            PIC 9(02) COMP VALUE ZERO.
       01  C3-INTRADAY-TALLY         PIC 9(02) COMP VALUE ZERO.
       01  C3-INTRADAY-PARM-SWITCH   PIC X(01) VALUE 'N'.
           88  C3-INTRADAY-PARM-ALONE            VALUE 'Y'.
       01  C3-SUSP-OPEN-SWITCH       PIC X(01) VALUE 'N'.
           88  C3-SUSP-OPENED                    VALUE 'Y'.
       01  C3-LEN-REJECT-COUNT       PIC 9(07) COMP VALUE ZERO.
       01  C3-REF-REJECT-COUNT       PIC 9(07) COMP VALUE ZERO.
       01  C3-DUP-REJECT-COUNT       PIC 9(07) COMP VALUE ZERO.
       01  C3-COR-REJECT-COUNT       PIC 9(07) COMP VALUE ZERO.
       01  C3-SUSP-WRITE-COUNT       PIC 9(07) COMP VALUE ZERO.
       01  C3-EDIT-COUNT             PIC ZZZ,ZZ9.
       COPY CPYSTF.
       0010-read-info.
           MOVE 'N' TO C3-REJECT-SWITCH.
           MOVE 'N' TO C3-DUP-SWITCH.
           MOVE 'N' TO C3-COR-APPLIED-SWITCH.
           MOVE SPACES TO C3-REJECT-REASON.
           IF C3-ONLINE-PHASE
               PERFORM 0023-read-from-pending
                   NOT C3-CONSOLE-MODE AND NOT C3-TYPE-INQ
               PERFORM 0035-validate-batch-entry
           END-IF.
           IF NOT C3-AT-END AND NOT C3-ENTRY-REJECTED AND
                   C3-TYPE-COR AND C3-VALMAST-AVAILABLE
               PERFORM 0037-check-correction
           END-IF.
           IF NOT C3-AT-END AND NOT C3-ENTRY-REJECTED AND
                   C3-CONSOLE-MODE
      *        An operator sitting at the console can type a quit
               GOBACK
           END-IF.
      *    The duplicate check can be switched off through OPTSFLE
      *    for an intentional reload, but never for a new value
      *    from the online pending phase - there the "duplicate"
      *    test is how an already-logged entry is verified.  A
      *    DL13 correction was never logged online, so it is
      *    checked exactly as a batch COR record would be.
           IF NOT C3-ENTRY-REJECTED AND NOT C3-TYPE-INQ
               AND NOT C3-COR-ALREADY-APPLIED
               AND (C3-DUPCHECK-ON
                   OR (C3-ONLINE-PHASE AND NOT C3-TYPE-COR))
               PERFORM 0040-check-duplicate
           END-IF.
           IF C3-ENTRY-REJECTED OR C3-DUPLICATE-FOUND
      *        its reason instead of being lost.  A pending online
      *        entry found on TRANLOG is not a reject at all - the
      *        online write already landed, so the entry is simply
      *        verified.  A correction VALMAST already carries is
      *        likewise nothing to fix: verified when it came off
      *        the queue, a duplicate skip otherwise.
               EVALUATE TRUE
                   WHEN C3-ONLINE-PHASE AND C3-DUPLICATE-FOUND
                       AND NOT C3-ENTRY-REJECTED
                       AND (NOT C3-TYPE-COR
                           OR C3-COR-ALREADY-APPLIED)
                       ADD 1 TO C3-ONL-VERIFIED-COUNT
                   WHEN C3-COR-ALREADY-APPLIED
                       ADD 1 TO C3-DUP-REJECT-COUNT
                   WHEN NOT C3-CONSOLE-MODE
                       PERFORM 6000-write-suspense
               END-EVALUATE
           ELSE
               IF C3-TYPE-INQ
      *            An inquiry is answered from the log and makes no
                   PERFORM 6600-update-valmast
                   ADD 1 TO C3-RECORD-COUNT
                   IF C3-ONLINE-PHASE
                       IF C3-TYPE-COR
                           ADD 1 TO C3-ONL-COR-COUNT
                       ELSE
                           ADD 1 TO C3-ONL-RECOVERED-COUNT
                       END-IF
                   END-IF
      *            Feed records carry their batch's source system
      *            onto the log; console, online-pending, and
                       REMAINDER C3-CHECKPOINT-REMAINDER
                   IF C3-CHECKPOINT-REMAINDER = 0
                       PERFORM 5000-write-checkpoint
                       PERFORM 5100-project-completion
                       IF NOT C3-CONSOLE-MODE
                           PERFORM 5500-poll-operator-command
                       END-IF
       1000-initialize.
           PERFORM 1600-read-identity.
           PERFORM 1500-open-value-master.
           PERFORM 1550-open-source-master.
           PERFORM 1800-read-calendar.
      *    Hold the reference KSDS open across the run's
      *    validations - the same open-once treatment TRANLOG and
           CALL 'c000001' USING STRING-TO-DISPLAY, C3-MODE-OPEN,
               C3-REJECT-REASON.
           MOVE 0 TO RETURN-CODE.
           PERFORM 1070-check-partition.
           PERFORM 1075-check-intraday.
           MOVE 'S' TO C3-RUNSTAT-TYPE.
           PERFORM 7000-write-runstat.
           MOVE 'E' TO C3-RUNSTAT-TYPE.
                   SET C3-QUIT-REQUESTED TO TRUE
               END-IF
           ELSE
               PERFORM 1900-load-sla-target
               OPEN INPUT STRINFLE-FILE
               IF C3-FILE-STATUS = "00"
                   SET C3-BATCH-MODE TO TRUE
      *    passed on the USING list.
           IF C3-JCL-PARM-LEN >= 7
                   AND C3-JCL-PARM-TEXT (1:7) = "RESTART"
                   AND NOT C3-RUN-REFUSED
               SET C3-RESTART-REQUESTED TO TRUE
               PERFORM 1100-recover-checkpoint
           END-IF.
               END-IF
           END-IF.

       1070-check-partition.
      *    PARTn anywhere in the PARM marks a partition stream of a
      *    partitioned night, e.g. PARM='PART3' or 'RESTART PART3'.
      *    The stream number travels on every RUNSTAT entry so the
      *    c000044 merge can tell the streams apart, and only the
      *    queue stream (PART0) drains the online pending queue -
      *    the file partitions run concurrently and the queue must
      *    be worked once.
           IF C3-JCL-PARM-LEN >= 5 AND C3-JCL-PARM-LEN <= 20
               MOVE ZERO TO C3-PART-OFFSET
               INSPECT C3-JCL-PARM-TEXT (1:C3-JCL-PARM-LEN)
                   TALLYING C3-PART-OFFSET
                   FOR CHARACTERS BEFORE INITIAL "PART"
               IF C3-PART-OFFSET + 5 <= C3-JCL-PARM-LEN
                   IF C3-JCL-PARM-TEXT (C3-PART-OFFSET + 5:1)
                           IS NUMERIC
                       MOVE C3-JCL-PARM-TEXT (C3-PART-OFFSET + 5:1)
                           TO C3-PARTITION
                       DISPLAY "c000003 - NOTE: RUNNING AS "
                           "PARTITION STREAM " C3-PARTITION
                   END-IF
               END-IF
           END-IF.

       1075-check-intraday.
      *    INTRADAY marks a DL100ID mini-cycle run: no driving file,
      *    only the queue side the intraday c000028 flip just
      *    quiesced, with a checkpoint file of its own so the
      *    overnight checkpoint is never touched.  Its RUNSTAT
      *    entries carry 'I' in the partition byte, which is how
      *    c000009 and c000025 tell it from the night's run.  It
      *    must be the whole PARM: a checkpoint skip cannot
      *    position a queue drain (an entry found already logged
      *    adds nothing to the processed count), so a failed
      *    intraday drain is simply run again from the top - the
      *    entries it had finished are verified or caught as
      *    duplicates the second time round.
           IF C3-JCL-PARM-LEN >= 8 AND C3-JCL-PARM-LEN <= 20
               MOVE ZERO TO C3-INTRADAY-TALLY
               INSPECT C3-JCL-PARM-TEXT (1:C3-JCL-PARM-LEN)
                   TALLYING C3-INTRADAY-TALLY FOR ALL "INTRADAY"
      *        A refused attempt is marked too, so its end entry
      *        is never taken for a night's run.
               IF C3-INTRADAY-TALLY > 0
                   MOVE 'I' TO C3-PARTITION
                   IF C3-JCL-PARM-TEXT (1:8) = "INTRADAY"
                       SET C3-INTRADAY-PARM-ALONE TO TRUE
                       IF C3-JCL-PARM-LEN > 8
                           IF C3-JCL-PARM-TEXT (9:C3-JCL-PARM-LEN - 8)
                                   NOT = SPACES
                               MOVE 'N' TO C3-INTRADAY-PARM-SWITCH
                           END-IF
                       END-IF
                   END-IF
                   IF C3-INTRADAY-PARM-ALONE
                       DISPLAY "c000003 - NOTE: RUNNING AS AN "
                           "INTRADAY QUEUE DRAIN"
                   ELSE
                       DISPLAY "c000003 - ERROR: INTRADAY TAKES NO "
                           "OTHER PARM KEYWORD - RERUN THE DRAIN "
                           "WITH PARM='INTRADAY' - RUN REFUSED"
                       MOVE 16 TO RETURN-CODE
                       PERFORM 7400-note-return-code
                       SET C3-RUN-REFUSED TO TRUE
                       SET C3-QUIT-REQUESTED TO TRUE
                       SET C3-CONSOLE-MODE TO TRUE
                   END-IF
               END-IF
           END-IF.

       1700-start-hivol-run.
      *    One pass over the accumulated log seeds the duplicate
      *    table; after this the night's cost no longer multiplies
                   TO ERR-MESSAGE
               PERFORM 7500-report-error
           END-IF.
           IF C3-VALMAST-AVAILABLE
               PERFORM 1510-open-event-journal
           END-IF.

       1510-open-event-journal.
      *    Every state change the run makes to the master is
      *    journaled on VMEVENT for the c000045 outbound feed,
      *    appended behind whatever is there like the other
      *    cumulative files.  The master is still maintained when
      *    the journal cannot be opened, but the night's changes
      *    never reach the feed, so support is told.
           OPEN EXTEND VMEVENT-FILE.
           IF C3-VMEVENT-STATUS = "35"
               OPEN OUTPUT VMEVENT-FILE
           END-IF.
           IF C3-VMEVENT-STATUS = "00"
               SET C3-VMEVENT-OPENED TO TRUE
           ELSE
               DISPLAY "c000003 - WARNING: VMEVENT NOT AVAILABLE, "
                   "STATUS " C3-VMEVENT-STATUS " - VALUE MASTER "
                   "CHANGES NOT JOURNALED THIS RUN"
               MOVE "1510-open-event-journal" TO ERR-PARAGRAPH
               MOVE "VMEVENT" TO ERR-FILE-NAME
               MOVE C3-VMEVENT-STATUS TO ERR-STATUS-CODE
               SET ERR-ERROR TO TRUE
               MOVE "CHANGE-EVENT JOURNAL UNAVAILABLE - FEED INCOMPLETE"
                   TO ERR-MESSAGE
               PERFORM 7500-report-error
           END-IF.

       1550-open-source-master.
      *    The source registry is only read, one random read per
      *    HDR; it is opened once for the run.  Without it the
      *    senders cannot be checked, so every header is let
      *    through as before and the gap is logged for support
      *    rather than refusing the night's work.
           OPEN INPUT SRCMAST-FILE.
           IF C3-SRCMAST-STATUS = "00"
               SET C3-SRCMAST-AVAILABLE TO TRUE
           ELSE
               DISPLAY "c000003 - WARNING: SRCMAST NOT AVAILABLE, "
                   "STATUS " C3-SRCMAST-STATUS " - SOURCE SYSTEMS "
                   "NOT CHECKED THIS RUN"
               MOVE "1550-open-source-master" TO ERR-PARAGRAPH
               MOVE "SRCMAST" TO ERR-FILE-NAME
               MOVE C3-SRCMAST-STATUS TO ERR-STATUS-CODE
               SET ERR-WARNING TO TRUE
               MOVE "SOURCE REGISTRY UNAVAILABLE - SENDERS NOT CHECKED"
                   TO ERR-MESSAGE
               PERFORM 7500-report-error
           END-IF.

       1450-open-ack-file.
      *    The per-source acknowledgment file returned to the
                   END-EVALUATE
           END-READ.

       1900-load-sla-target.
      *    The SLATGT deck is optional - no deck, or no card for
      *    this step, and the run simply makes no projection.
      *    With a card, the driving file is passed once up front
      *    for its trailer counts, which is what the projection
      *    measures progress against, and the clock starts.  An
      *    intraday drain is not the batch window the targets
      *    describe, so it makes no projection at all.
           MOVE 'N' TO C3-SLA-EOF-SWITCH.
           IF NOT C3-INTRADAY-RUN
               OPEN INPUT SLATGT-FILE
               IF C3-SLATGT-STATUS = "00"
                   PERFORM 1905-read-sla-card UNTIL C3-SLA-AT-END
                   CLOSE SLATGT-FILE
               END-IF
           END-IF.
           IF C3-SLA-ACTIVE
               PERFORM 1910-count-expected-records
           END-IF.

       1905-read-sla-card.
           READ SLATGT-FILE
               AT END
                   SET C3-SLA-AT-END TO TRUE
               NOT AT END
                   MOVE SL-PROGRAM TO C3-SLA-PROGRAM
                   INSPECT C3-SLA-PROGRAM CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   IF SLA-TARGET-RECORD (1:1) NOT = "*"
                       AND C3-SLA-PROGRAM = "C000003"
                       AND SL-PARTITION = C3-PARTITION
                       PERFORM 1906-take-sla-card
                   END-IF
           END-READ.

       1906-take-sla-card.
           IF SL-END-TIME IS NUMERIC AND SL-END-HH < 24
               AND SL-END-MM < 60 AND SL-WARN-MARGIN IS NUMERIC
               SET C3-SLA-ACTIVE TO TRUE
               COMPUTE C3-SLA-TARGET-MIN =
                   SL-END-HH * 60 + SL-END-MM
               MOVE SL-WARN-MARGIN TO C3-SLA-MARGIN
               MOVE SL-END-HH TO C3-SLA-CLOCK-HH
               MOVE SL-END-MM TO C3-SLA-CLOCK-MM
               MOVE C3-SLA-CLOCK TO C3-SLA-TARGET-CLOCK
           ELSE
               DISPLAY "c000003 - WARNING: SLATGT CARD FOR THIS "
                   "STEP HAS A BAD END TIME OR MARGIN - IGNORED"
           END-IF.

       1910-count-expected-records.
           MOVE ZERO TO C3-SLA-EXPECTED.
           MOVE 'N' TO C3-SLA-EOF-SWITCH.
           OPEN INPUT STRINFLE-FILE.
           IF C3-FILE-STATUS = "00"
               PERFORM 1915-read-for-trailer UNTIL C3-SLA-AT-END
               CLOSE STRINFLE-FILE
           END-IF.
           IF C3-SLA-EXPECTED = 0
               DISPLAY "c000003 - WARNING: NO TRAILER COUNTS ON "
                   "STRINFLE - NO SLA PROJECTION THIS RUN"
               MOVE 'N' TO C3-SLA-SWITCH
           ELSE
               ACCEPT C3-SLA-START-DATE FROM DATE YYYYMMDD
               ACCEPT C3-SLA-TIME FROM TIME
               COMPUTE C3-SLA-START-SECS = C3-SLA-TIME-HH * 3600
                   + C3-SLA-TIME-MM * 60 + C3-SLA-TIME-SS
      *        A target earlier in the day than the start is the
      *        following morning's.
               IF C3-SLA-TARGET-MIN * 60 < C3-SLA-START-SECS
                   ADD 1440 TO C3-SLA-TARGET-MIN
               END-IF
               IF C3-SLA-MARGIN < C3-SLA-TARGET-MIN
                   COMPUTE C3-SLA-WARN-MIN =
                       C3-SLA-TARGET-MIN - C3-SLA-MARGIN
               END-IF
               DISPLAY "c000003 - SLA TARGET END " C3-SLA-TARGET-CLOCK
                   ", WARNING MARGIN " C3-SLA-MARGIN " MINUTES, "
                   C3-SLA-EXPECTED " RECORDS ON TRAILERS"
           END-IF.

       1915-read-for-trailer.
           READ STRINFLE-FILE INTO STRIN-WORK-RECORD
               AT END
                   SET C3-SLA-AT-END TO TRUE
               NOT AT END
                   IF STRIN-TRAILER AND ST-RECORD-COUNT IS NUMERIC
                       ADD ST-RECORD-COUNT TO C3-SLA-EXPECTED
                   END-IF
           END-READ.

       1600-read-identity.
      *    The scheduler supplies the job name and submitting user
      *    on IDENTFLE; when the card is absent the identity fields
               UNTIL C3-DATA-RECORD-OBTAINED OR C3-AT-END.

       0021-read-one-record.
      *    A held batch's read-through may already have reached the
      *    next header or end of file; that is acted on before
      *    anything more is read.
           EVALUATE TRUE
               WHEN C3-HOLD-AT-HEADER
                   MOVE SPACE TO C3-HOLD-STOP-SWITCH
                   PERFORM 0026-process-header
               WHEN C3-HOLD-AT-EOF
                   MOVE SPACE TO C3-HOLD-STOP-SWITCH
                   PERFORM 0021-end-of-file
               WHEN OTHER
                   READ STRINFLE-FILE INTO STRIN-WORK-RECORD
                       AT END
                           PERFORM 0021-end-of-file
                       NOT AT END
                           PERFORM 0021-dispatch-record
                   END-READ
           END-EVALUATE.

       0021-dispatch-record.
           EVALUATE TRUE
               WHEN STRIN-HEADER
                   PERFORM 0026-process-header
      *        A trailer closes its batch but not the run - another
      *        sender's HDR...TRL batch may follow concatenated
      *        behind it, so the loop reads on until a data record
      *        or real end-of-file.
               WHEN STRIN-TRAILER
                   PERFORM 0027-process-trailer
               WHEN OTHER
                   PERFORM 0029-accept-data-record
           END-EVALUATE.

       0021-end-of-file.
           SET C3-AT-END TO TRUE.
           PERFORM 0028-verify-controls.
           PERFORM 0095-try-online-phase.

       0026-process-header.
      *    Several senders' HDR...TRL batches may arrive
           END-IF.
           SET C3-HEADER-SEEN TO TRUE.
           ADD 1 TO C3-HDRTRL-COUNT.
           MOVE SPACES TO C3-HOLD-REASON.
           MOVE ZERO TO C3-BATCH-DATA-READ.
           MOVE ZERO TO C3-ACK-SKIP-COUNT.
           MOVE SH-BUSINESS-DATE TO C3-BUSINESS-DATE.
                   SET C3-AT-END TO TRUE
                   PERFORM 0097-hold-refused-batch
           END-EVALUATE.
           IF NOT C3-AT-END
               PERFORM 0031-check-source-registry
           END-IF.

       0031-check-source-registry.
      *    Only a sender on the source registry, and still active
      *    there, may have its batch processed; anything else has
      *    the rest of its batch acknowledged HELD, with the reason
      *    code telling the sender which it was.  Unlike a stale
      *    date this is one sender's problem, not the file's: the
      *    run goes on to the next header, and the other senders'
      *    batches and the online queue still process.  A read
      *    failure other than not-found leaves the batch to
      *    process, as when the registry is not available at all.
           IF C3-SRCMAST-AVAILABLE
               MOVE C3-SOURCE-SYSTEM TO SM-SOURCE-SYSTEM
               READ SRCMAST-FILE
                   INVALID KEY
                       DISPLAY "c000003 - ERROR: SOURCE SYSTEM "
                           C3-SOURCE-SYSTEM " IS NOT REGISTERED "
                           "ON SRCMAST - BATCH HELD"
                       MOVE 'SRCU' TO C3-HOLD-REASON
                   NOT INVALID KEY
                       IF NOT SM-ACTIVE
                           DISPLAY "c000003 - ERROR: SOURCE SYSTEM "
                               C3-SOURCE-SYSTEM " IS INACTIVE ON "
                               "SRCMAST - BATCH HELD"
                           MOVE 'SRCI' TO C3-HOLD-REASON
                       END-IF
               END-READ
               IF C3-SRCMAST-STATUS NOT = "00"
                       AND C3-SRCMAST-STATUS NOT = "23"
                   DISPLAY "c000003 - WARNING: SRCMAST READ FAILED, "
                       "STATUS " C3-SRCMAST-STATUS " - SOURCE "
                       C3-SOURCE-SYSTEM " NOT CHECKED"
               END-IF
               IF C3-HOLD-REASON NOT = SPACES
                   PERFORM 0032-hold-unregistered-batch
               END-IF
           END-IF.

       0032-hold-unregistered-batch.
      *    The 16 goes straight into the high-water mark so the
      *    step still ends on it, while RETURN-CODE is left alone -
      *    one sender's hold must not gate the online-queue drain
      *    at end of file.  The sender gets its own breakdown
      *    entry, all counts zero, so c000009 and the operators
      *    see the batch that was held.
           IF C3-HIGHEST-RC < 16
               MOVE 16 TO C3-HIGHEST-RC
           END-IF.
           PERFORM 6771-find-source-slot.
           SET C3-HOLD-GOES-ON TO TRUE.
           PERFORM 0097-hold-refused-batch.
           MOVE 'N' TO C3-HOLD-GO-ON-SWITCH.
      *    The hold closed the batch and its acknowledgment group
      *    itself, so the next header is not a missing trailer.
           MOVE 'N' TO C3-HDR-SWITCH.

       0097-hold-refused-batch.
      *    A refused batch still gets a complete acknowledgment
      *    but the sender's reconciliation sees every record
      *    accounted for instead of a group that just stops.  A
      *    further header means another sender's batch follows the
      *    held one.  For a stale date the whole file is refused,
      *    so that batch stays unread and unanswered; for a sender
      *    held off the registry the header is left in the record
      *    area and the read loop opens it next.  The batch is
      *    read through even when acknowledgments are off, so the
      *    run can go on at the next header.
           MOVE 'N' TO C3-HOLD-DONE-SWITCH.
           PERFORM 0098-hold-one-record UNTIL C3-HOLD-DONE.
           PERFORM 6780-write-ack-trailer.

       0098-hold-one-record.
           READ STRINFLE-FILE INTO STRIN-WORK-RECORD
               AT END
                   SET C3-HOLD-DONE TO TRUE
                   IF C3-HOLD-GOES-ON
                       SET C3-HOLD-AT-EOF TO TRUE
                   END-IF
               NOT AT END
                   EVALUATE TRUE
                       WHEN STRIN-TRAILER
                           SET C3-HOLD-DONE TO TRUE
                       WHEN STRIN-HEADER
                           SET C3-HOLD-DONE TO TRUE
                           IF C3-HOLD-GOES-ON
                               SET C3-HOLD-AT-HEADER TO TRUE
                           END-IF
                       WHEN OTHER
                           PERFORM 0099-write-held-disposition
                   END-EVALUATE
           END-READ.

       0099-write-held-disposition.
      *    A restart's checkpoint skip meets the held batch again;
      *    the stopped run already answered these records.  A
      *    failed write suspends acknowledgment but not the
      *    read-through, which still has to reach the trailer.
           ADD 1 TO C3-BATCH-DATA-READ.
           IF C3-ACK-OPENED AND NOT C3-SKIP-IN-PROGRESS
               MOVE SPACES TO ACKFILE-RECORD
               MOVE 'DSP' TO AK-RECORD-TYPE
               MOVE C3-SOURCE-SYSTEM TO AK-SOURCE-SYSTEM
               MOVE C3-BUSINESS-DATE TO AK-BUSINESS-DATE
               MOVE C3-BATCH-DATA-READ TO AK-RECORD-NBR
               SET AK-HELD TO TRUE
               MOVE C3-HOLD-REASON TO AK-REASON-CODE
               MOVE ZERO TO AK-RECORD-COUNT
               WRITE ACKFILE-RECORD
               IF C3-ACK-STATUS = "00"
                   ADD 1 TO C3-ACK-DSP-COUNT
               ELSE
                   DISPLAY "c000003 - WARNING: ACKFILE WRITE FAILED, "
                       "STATUS " C3-ACK-STATUS " - ACKNOWLEDGMENT "
                       "SUSPENDED"
                   MOVE 'N' TO C3-ACK-OPEN-SWITCH
               END-IF
           END-IF.

       0027-process-trailer.
               ADD 1 TO C3-ACK-SKIP-COUNT
           END-IF.
           ADD 1 TO C3-BATCH-DATA-READ.
           ADD 1 TO C3-SLA-POSITION.
           PERFORM 0080-dispatch-record-type.
           SET C3-DATA-RECORD-OBTAINED TO TRUE.

      *    source, so a value gets the same checkpointing, reject
      *    path, and end-of-run accounting whichever door it came
      *    in through.  Table mode loads only STRINFLE; the queue
      *    is a record-at-a-time source.  On a partitioned night
      *    only the queue stream drains it.
           IF C3-BATCH-MODE AND NOT C3-REPROCESS-MODE
               AND NOT C3-TABLE-MODE AND NOT C3-ONLINE-PHASE
               AND NOT C3-FILE-PARTITION
               AND NOT C3-SKIP-IN-PROGRESS
               AND RETURN-CODE = 0
               PERFORM 0096-determine-drain-side
           END-IF.

       0023-take-pending-entry.
      *    A correction confirmed on the DL13 screen carries its
      *    before and after values side by side and goes down the
      *    same CHGLOG and VALMAST path as a batch COR record;
      *    every other queued entry is a DL10 new value.
           ADD 1 TO C3-RECORDS-READ.
           ADD 1 TO C3-ONL-READ-COUNT.
           MOVE OP-USER-ID TO C3-PENDING-USER-ID.
           IF OP-TYPE-COR
               MOVE 'C' TO C3-ENTRY-TYPE
               MOVE OP-COR-BEFORE TO C3-COR-BEFORE-VALUE
               MOVE OP-COR-AFTER TO STRING-TO-DISPLAY
           ELSE
               PERFORM 0024-note-new-entry
               MOVE OP-VALUE TO STRING-TO-DISPLAY
           END-IF.
           SET C3-DATA-RECORD-OBTAINED TO TRUE.

       0022-read-from-suspense.
      *    Catches the same value being entered twice in a row (or
      *    twice in a night's run).  In high-volume mode the check
      *    is served from the in-storage table seeded at start of
      *    run; otherwise it looks the value up on the TRANPATH
      *    keyed path over what c000002 has already logged to
      *    TRANLOG before this entry is accepted.
           IF C3-HIVOL-MODE
               PERFORM 0048-check-duplicate-hivol
           ELSE
           END-IF.

       0049-check-duplicate-scan.
      *    One keyed probe of the value's entries on TRANPATH; the
      *    front-to-back scan of the log is kept only for a run
      *    where the path is not there.
           MOVE 'N' TO C3-DUP-SWITCH.
           IF NOT C3-PATH-UNAVAILABLE
               PERFORM 0046-probe-tranpath
           END-IF.
           IF C3-PATH-UNAVAILABLE
               MOVE 'N' TO C3-TRANLOG-EOF-SWITCH
               OPEN INPUT TRANLOG-FILE
               IF C3-TRANLOG-STATUS = "00"
                   PERFORM 0045-scan-tranlog
                       UNTIL C3-DUPLICATE-FOUND OR C3-TRANLOG-AT-END
                   CLOSE TRANLOG-FILE
               END-IF
           END-IF.
           IF C3-DUPLICATE-FOUND
               MOVE 'DUP' TO C3-REJECT-REASON
               IF NOT C3-ONLINE-PHASE
                   DISPLAY "c000003 - WARNING: '"
                       STRING-TO-DISPLAY "' HAS ALREADY BEEN "
                       "PROCESSED - DUPLICATE ENTRY SKIPPED"
               END-IF
           END-IF.

       0046-probe-tranpath.
      *    c000002 appends to the base cluster between one probe
      *    and the next, so the path is opened fresh for each
      *    lookup and always sees the entry logged just before.
      *    The START lands on the value's oldest entry, if it has
      *    one; the first record read either carries the value or
      *    belongs to the next value up.
           PERFORM 0044-open-tranpath.
           IF NOT C3-PATH-UNAVAILABLE
               MOVE STRING-TO-DISPLAY TO TP-STRING-VALUE
               MOVE LOW-VALUES TO TP-LOG-DATE
               START TRANPATH-FILE KEY IS NOT LESS THAN TP-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ TRANPATH-FILE NEXT
                           AT END
                               CONTINUE
                           NOT AT END
                               IF TP-STRING-VALUE = STRING-TO-DISPLAY
                                   SET C3-DUPLICATE-FOUND TO TRUE
                               END-IF
                       END-READ
               END-START
               CLOSE TRANPATH-FILE
           END-IF.

       0044-open-tranpath.
           OPEN INPUT TRANPATH-FILE.
           IF C3-TRANPATH-STATUS NOT = "00"
               SET C3-PATH-UNAVAILABLE TO TRUE
               DISPLAY "c000003 - WARNING: TRANPATH NOT AVAILABLE, "
                   "STATUS " C3-TRANPATH-STATUS " - SCANNING "
                   "TRANLOG FOR THE REST OF THE RUN"
           END-IF.

       0045-scan-tranlog.
           READ TRANLOG-FILE
               AT END
               MOVE 0 TO RETURN-CODE
           END-IF.

       0037-check-correction.
      *    A correction has to name a value the master knows and
      *    that is still live - one already corrected away has
      *    nothing left to correct - and must not lead back to
      *    itself: following the after value's corrected-to links
      *    on VALMAST must never reach the before value (A to B
      *    then B back to A).  Each failure goes to suspense with
      *    its own reason.  A value already corrected to this very
      *    after value is the same correction met again - a
      *    RESTART's overlap, a DL100ID drain rerun, a queue side
      *    left uncleared - so it is skipped as a duplicate with
      *    no suspense item, not refused.
           MOVE C3-COR-BEFORE-VALUE (1:50) TO VM-VALUE.
           READ VALMAST-FILE
               INVALID KEY
                   SET C3-ENTRY-REJECTED TO TRUE
                   MOVE 'CORU' TO C3-REJECT-REASON
                   DISPLAY "c000003 - ERROR: CORRECTION OF '"
                       C3-COR-BEFORE-VALUE (1:50) "' - VALUE WAS "
                       "NEVER PROCESSED - RECORD REJECTED"
               NOT INVALID KEY
                   IF VM-CORRECTED
                       IF VM-CURRENT-VALUE (1:50)
                               = STRING-TO-DISPLAY (1:50)
                           SET C3-DUPLICATE-FOUND TO TRUE
                           SET C3-COR-ALREADY-APPLIED TO TRUE
                           MOVE 'DUP' TO C3-REJECT-REASON
                           DISPLAY "c000003 - WARNING: CORRECTION OF '"
                               C3-COR-BEFORE-VALUE (1:50) "' HAS "
                               "ALREADY BEEN APPLIED - DUPLICATE "
                               "ENTRY SKIPPED"
                       ELSE
                           SET C3-ENTRY-REJECTED TO TRUE
                           MOVE 'CORX' TO C3-REJECT-REASON
                           DISPLAY "c000003 - ERROR: CORRECTION OF '"
                               C3-COR-BEFORE-VALUE (1:50) "' - VALUE "
                               "ALREADY CORRECTED AWAY - RECORD "
                               "REJECTED"
                       END-IF
                   END-IF
           END-READ.
           IF NOT C3-ENTRY-REJECTED AND NOT C3-DUPLICATE-FOUND
               MOVE STRING-TO-DISPLAY (1:50) TO C3-CHAIN-VALUE
               MOVE ZERO TO C3-CHAIN-STEPS
               MOVE 'N' TO C3-CHAIN-END-SWITCH
               PERFORM 0038-follow-correction
                   UNTIL C3-CHAIN-ENDED OR C3-ENTRY-REJECTED
           END-IF.

       0038-follow-correction.
           IF C3-CHAIN-VALUE = C3-COR-BEFORE-VALUE (1:50)
               SET C3-ENTRY-REJECTED TO TRUE
               MOVE 'CORL' TO C3-REJECT-REASON
               DISPLAY "c000003 - ERROR: CORRECTION OF '"
                   C3-COR-BEFORE-VALUE (1:50) "' WOULD LOOP BACK "
                   "TO ITSELF - RECORD REJECTED"
           ELSE
               MOVE C3-CHAIN-VALUE TO VM-VALUE
               READ VALMAST-FILE
                   INVALID KEY
                       SET C3-CHAIN-ENDED TO TRUE
                   NOT INVALID KEY
                       IF VM-CORRECTED
                           AND C3-CHAIN-STEPS < C3-CHAIN-LIMIT
                           MOVE VM-CURRENT-VALUE (1:50)
                               TO C3-CHAIN-VALUE
                           ADD 1 TO C3-CHAIN-STEPS
                       ELSE
                           SET C3-CHAIN-ENDED TO TRUE
                       END-IF
               END-READ
           END-IF.

       5000-write-checkpoint.
      *    CHKPTFL is DISP=MOD in the JCL, same as TRANLOG/CHGLOG, so
      *    it is opened the same way those are: OPEN EXTEND to append
               CLOSE CHKPTFL-FILE
           END-IF.

       5100-project-completion.
      *    Throughput so far - this run's records over the time it
      *    has been running - applied to the records the trailers
      *    say are still to come gives the projected finish.  A
      *    table-mode run reads ahead of its processing, so its
      *    reads say nothing about progress and it makes no
      *    projection.  The online-queue phase after the file is
      *    not in the trailer counts and is not projected.
           IF C3-SLA-ACTIVE AND NOT C3-TABLE-MODE
               ACCEPT C3-SLA-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT C3-SLA-TIME FROM TIME
               COMPUTE C3-SLA-ELAPSED =
                   (FUNCTION INTEGER-OF-DATE (C3-SLA-NOW-DATE)
                   - FUNCTION INTEGER-OF-DATE (C3-SLA-START-DATE))
                   * 86400 + C3-SLA-TIME-HH * 3600
                   + C3-SLA-TIME-MM * 60 + C3-SLA-TIME-SS
                   - C3-SLA-START-SECS
               MOVE ZERO TO C3-SLA-REMAINING
               IF C3-RECORDS-READ > 0
                   AND C3-SLA-EXPECTED > C3-SLA-POSITION
                   COMPUTE C3-SLA-REMAINING =
                       (C3-SLA-EXPECTED - C3-SLA-POSITION)
                       * C3-SLA-ELAPSED / C3-RECORDS-READ
                       ON SIZE ERROR
                           MOVE 999999999 TO C3-SLA-REMAINING
                   END-COMPUTE
               END-IF
               COMPUTE C3-SLA-PROJECTED-MIN =
                   (C3-SLA-START-SECS + C3-SLA-ELAPSED
                   + C3-SLA-REMAINING) / 60
                   ON SIZE ERROR
                       MOVE 9999999 TO C3-SLA-PROJECTED-MIN
               END-COMPUTE
               DIVIDE C3-SLA-PROJECTED-MIN BY 1440
                   GIVING C3-SLA-DAYS REMAINDER C3-SLA-CLOCK-MIN
               DIVIDE C3-SLA-CLOCK-MIN BY 60
                   GIVING C3-SLA-CLOCK-HH REMAINDER C3-SLA-CLOCK-MM
               MOVE C3-SLA-CLOCK TO C3-SLA-PROJECTED-CLOCK
               EVALUATE TRUE
                   WHEN C3-SLA-PROJECTED-MIN > C3-SLA-TARGET-MIN
                       AND NOT C3-SLA-BREACH-RAISED
                       MOVE 2 TO C3-SLA-ALERT-LEVEL
                       PERFORM 5150-raise-sla-alert
                   WHEN C3-SLA-PROJECTED-MIN > C3-SLA-WARN-MIN
                       AND NOT C3-SLA-WARNING-RAISED
                       MOVE 1 TO C3-SLA-ALERT-LEVEL
                       PERFORM 5150-raise-sla-alert
               END-EVALUATE
           END-IF.

       5150-raise-sla-alert.
      *    A projected miss is severe - c000016 puts it on the
      *    console for automation to page support while there is
      *    still time to act; inside the margin is a warning.
           MOVE "5100-project-completion" TO ERR-PARAGRAPH.
           MOVE "SLATGT" TO ERR-FILE-NAME.
           MOVE SPACES TO ERR-STATUS-CODE.
           MOVE SPACES TO ERR-MESSAGE.
           IF C3-SLA-BREACH-RAISED
               SET ERR-SEVERE TO TRUE
               STRING "PROJECTED END " DELIMITED BY SIZE
                   C3-SLA-PROJECTED-CLOCK DELIMITED BY SIZE
                   " MISSES SLA TARGET " DELIMITED BY SIZE
                   C3-SLA-TARGET-CLOCK DELIMITED BY SIZE
                   INTO ERR-MESSAGE
           ELSE
               SET ERR-WARNING TO TRUE
               STRING "PROJECTED END " DELIMITED BY SIZE
                   C3-SLA-PROJECTED-CLOCK DELIMITED BY SIZE
                   " INSIDE SLA MARGIN OF " DELIMITED BY SIZE
                   C3-SLA-TARGET-CLOCK DELIMITED BY SIZE
                   INTO ERR-MESSAGE
           END-IF.
           DISPLAY "c000003 - WARNING: " ERR-MESSAGE.
           PERFORM 7500-report-error.

       5500-poll-operator-command.
      *    The OPERCMD dataset is how the operator talks to an
      *    unattended run - read at every checkpoint boundary so
           MOVE C3-RECORD-COUNT TO C3-STAT-PROCESSED.
           MOVE C3-SUSP-WRITE-COUNT TO C3-STAT-REJECTS.
           MOVE C3-RECORD-COUNT TO C3-STAT-CHECKPOINT.
           MOVE C3-SLA-PROJECTED-CLOCK TO C3-STAT-PROJECTED.
           DISPLAY C3-STATUS-LINE UPON OPER-CONSOLE.

       5700-honor-stop-request.
                   SET C3-VM-FOUND TO TRUE
           END-READ.
           IF C3-VM-FOUND
               EVALUATE TRUE
                   WHEN VM-ACTIVE
                       MOVE "ACTIVE" TO C3-VM-STATUS-WORD
                   WHEN VM-CORRECTED
                       MOVE "CORRECTED" TO C3-VM-STATUS-WORD
                   WHEN VM-REVERSED
                       MOVE "REVERSED" TO C3-VM-STATUS-WORD
                   WHEN VM-DORMANT
                       MOVE "DORMANT" TO C3-VM-STATUS-WORD
                   WHEN OTHER
                       MOVE VM-STATUS TO C3-VM-STATUS-WORD
               END-EVALUATE
               DISPLAY "c000003 - INQUIRY: '" STRING-TO-DISPLAY (1:50)
                   "' CURRENT '" VM-CURRENT-VALUE (1:50)
                   "' STATUS " C3-VM-STATUS-WORD
                   " LAST UPDATED " VM-LAST-DATE " " VM-LAST-TIME
                   " UPDATES " VM-UPDATE-COUNT
               IF VM-DORMANT
                   DISPLAY "c000003 - INQUIRY: '"
                       STRING-TO-DISPLAY (1:50)
                       "' DORMANT SINCE " VM-DORMANT-DATE
                       " - NOT IN CURRENT USE"
               END-IF
           ELSE
               DISPLAY "c000003 - INQUIRY: '" STRING-TO-DISPLAY
                   "' IS NOT ON THE VALUE MASTER"
           END-IF.

       0086-scan-log-for-inquiry.
      *    The value's entries come off TRANPATH oldest first, so
      *    the last one read is the latest; the whole-log scan is
      *    the fallback when the path is not there.
           MOVE 'N' TO C3-INQ-FOUND-SWITCH.
           IF NOT C3-PATH-UNAVAILABLE
               PERFORM 0044-open-tranpath
           END-IF.
           IF NOT C3-PATH-UNAVAILABLE
               MOVE 'N' TO C3-PATH-EOF-SWITCH
               MOVE STRING-TO-DISPLAY TO TP-STRING-VALUE
               MOVE LOW-VALUES TO TP-LOG-DATE
               START TRANPATH-FILE KEY IS NOT LESS THAN TP-KEY
                   INVALID KEY
                       SET C3-PATH-AT-END TO TRUE
               END-START
               PERFORM 0084-read-path-for-inquiry
                   UNTIL C3-PATH-AT-END
               CLOSE TRANPATH-FILE
           ELSE
               MOVE 'N' TO C3-TRANLOG-EOF-SWITCH
               OPEN INPUT TRANLOG-FILE
               IF C3-TRANLOG-STATUS = "00"
                   PERFORM 0087-check-one-log-record
                       UNTIL C3-TRANLOG-AT-END
                   CLOSE TRANLOG-FILE
               END-IF
           END-IF.
           IF C3-INQ-FOUND
               DISPLAY "c000003 - INQUIRY: '" STRING-TO-DISPLAY
                   "' IS NOT ON THE TRANSACTION LOG"
           END-IF.

       0084-read-path-for-inquiry.
           READ TRANPATH-FILE NEXT
               AT END
                   SET C3-PATH-AT-END TO TRUE
               NOT AT END
                   IF TP-STRING-VALUE = STRING-TO-DISPLAY
                       SET C3-INQ-FOUND TO TRUE
                       MOVE TP-LOG-DATE TO C3-INQ-LAST-DATE
                       MOVE TP-LOG-TIME TO C3-INQ-LAST-TIME
                   ELSE
                       SET C3-PATH-AT-END TO TRUE
                   END-IF
           END-READ.

       0087-check-one-log-record.
           READ TRANLOG-FILE
               AT END
           ACCEPT CHG-CHANGE-TIME FROM TIME.
           MOVE C3-CALLER-PROGRAM TO CHG-PROGRAM.
           MOVE C3-CALLER-JOB-NAME TO CHG-JOB-NAME.
      *    An online correction is credited to the operator who
      *    confirmed it on the screen, not to the night job.
           IF C3-ONLINE-PHASE
               MOVE C3-PENDING-USER-ID TO CHG-USER-ID
           ELSE
               MOVE C3-CALLER-USER-ID TO CHG-USER-ID
           END-IF.
      *    The batch the COR arrived in, so one sender's
      *    corrections can be selected for a backout; online,
      *    console, and reprocess corrections carry spaces.
           END-IF.

       6770-post-source-counts.
           PERFORM 6771-find-source-slot.
           IF C3-SRC-FOUND
               ADD 1 TO C3-SRC-READ (C3-SRC-IDX)
               EVALUATE TRUE
                   WHEN C3-ENTRY-REJECTED
                       ADD 1 TO C3-SRC-REJECTS (C3-SRC-IDX)
                   WHEN C3-DUPLICATE-FOUND
                       ADD 1 TO C3-SRC-DUPS (C3-SRC-IDX)
                   WHEN C3-TYPE-INQ
                       ADD 1 TO C3-SRC-INQS (C3-SRC-IDX)
                   WHEN OTHER
                       ADD 1 TO C3-SRC-PROCESSED (C3-SRC-IDX)
               END-EVALUATE
           END-IF.

       6771-find-source-slot.
           MOVE 'N' TO C3-SRC-FOUND-SWITCH.
           IF C3-SRC-COUNT > 0
               PERFORM 6775-search-source
                   END-IF
               END-IF
           END-IF.

       6775-search-source.
           IF C3-SRC-SYSTEM (C3-SRC-IDX) = C3-SOURCE-SYSTEM
               END-READ
               ACCEPT C3-CURRENT-TIME FROM TIME
               IF C3-VM-FOUND
                   MOVE VM-STATUS TO C3-VM-OLD-STATUS
                   MOVE VM-CURRENT-VALUE TO C3-VM-OLD-CURRENT
                   MOVE STRING-TO-DISPLAY TO VM-CURRENT-VALUE
                   SET VM-ACTIVE TO TRUE
                   MOVE SPACES TO VM-DORMANT-DATE
                   MOVE C3-RUN-DATE TO VM-LAST-DATE
                   MOVE C3-CURRENT-TIME TO VM-LAST-TIME
                   ADD 1 TO VM-UPDATE-COUNT
                   PERFORM 6670-hold-vm-event
                   REWRITE VALMAST-RECORD
               ELSE
                   MOVE SPACES TO C3-VM-OLD-STATUS
                   MOVE SPACES TO C3-VM-OLD-CURRENT
                   MOVE STRING-TO-DISPLAY (1:50) TO VM-VALUE
                   MOVE STRING-TO-DISPLAY TO VM-CURRENT-VALUE
                   SET VM-ACTIVE TO TRUE
                   MOVE SPACES TO VM-DORMANT-DATE
                   MOVE C3-RUN-DATE TO VM-FIRST-DATE
                   MOVE C3-RUN-DATE TO VM-LAST-DATE
                   MOVE C3-CURRENT-TIME TO VM-LAST-TIME
                   MOVE 1 TO VM-UPDATE-COUNT
                   PERFORM 6670-hold-vm-event
                   WRITE VALMAST-RECORD
               END-IF
               IF C3-VALMAST-STATUS NOT = "00"
                   PERFORM 6690-report-valmast-error
               ELSE
                   IF C3-VM-OLD-STATUS = 'D'
                       PERFORM 6660-note-reactivation
                   END-IF
                   PERFORM 6680-write-vm-event
               END-IF
           END-IF.

               END-READ
               ACCEPT C3-CURRENT-TIME FROM TIME
               IF C3-VM-FOUND
                   MOVE VM-STATUS TO C3-VM-OLD-STATUS
                   MOVE VM-CURRENT-VALUE TO C3-VM-OLD-CURRENT
                   MOVE STRING-TO-DISPLAY TO VM-CURRENT-VALUE
                   SET VM-CORRECTED TO TRUE
                   MOVE SPACES TO VM-DORMANT-DATE
                   MOVE C3-RUN-DATE TO VM-LAST-DATE
                   MOVE C3-CURRENT-TIME TO VM-LAST-TIME
                   ADD 1 TO VM-UPDATE-COUNT
                   PERFORM 6670-hold-vm-event
                   REWRITE VALMAST-RECORD
               ELSE
      *            A correction to a value the master never saw -
      *            refused up front when the master is there, so
      *            this only registers a value the master could not
      *            be read for, in its corrected state.
                   MOVE SPACES TO C3-VM-OLD-STATUS
                   MOVE SPACES TO C3-VM-OLD-CURRENT
                   MOVE C3-COR-BEFORE-VALUE (1:50) TO VM-VALUE
                   MOVE STRING-TO-DISPLAY TO VM-CURRENT-VALUE
                   SET VM-CORRECTED TO TRUE
                   MOVE SPACES TO VM-DORMANT-DATE
                   MOVE C3-RUN-DATE TO VM-FIRST-DATE
                   MOVE C3-RUN-DATE TO VM-LAST-DATE
                   MOVE C3-CURRENT-TIME TO VM-LAST-TIME
                   MOVE 1 TO VM-UPDATE-COUNT
                   PERFORM 6670-hold-vm-event
                   WRITE VALMAST-RECORD
               END-IF
               IF C3-VALMAST-STATUS NOT = "00"
                   PERFORM 6690-report-valmast-error
               ELSE
                   PERFORM 6680-write-vm-event
               END-IF
           END-IF.

       6660-note-reactivation.
      *    A value the c000046 pass had set aside as dormant is in
      *    use again - listed on the run's output so the next
      *    dormant report's drop in numbers can be accounted for.
           ADD 1 TO C3-VM-REACTIVATED-COUNT.
           DISPLAY "c000003 - DORMANT VALUE REACTIVATED: '"
               STRING-TO-DISPLAY (1:50) "'".

       6670-hold-vm-event.
      *    Builds the change event from the master record as this
      *    pass is about to write it - the record area is not
      *    dependable once the WRITE or REWRITE has been done.
      *    The source follows the log's rule: feed records carry
      *    their batch's sender, console, online-pending, and
      *    reprocess entries have none.
           MOVE SPACES TO VMEVENT-RECORD.
           MOVE VM-VALUE TO VE-VALUE.
           MOVE C3-VM-OLD-STATUS TO VE-OLD-STATUS.
           MOVE C3-VM-OLD-CURRENT TO VE-OLD-CURRENT.
           MOVE VM-STATUS TO VE-NEW-STATUS.
           MOVE VM-CURRENT-VALUE TO VE-NEW-CURRENT.
           IF C3-TYPE-COR
               SET VE-CAUSE-COR TO TRUE
           ELSE
               SET VE-CAUSE-NEW TO TRUE
           END-IF.
           IF C3-ONLINE-PHASE OR C3-CONSOLE-MODE
               OR C3-REPROCESS-MODE
               MOVE SPACES TO VE-SOURCE-SYSTEM
           ELSE
               MOVE C3-SOURCE-SYSTEM TO VE-SOURCE-SYSTEM
           END-IF.
           MOVE 'c000003' TO VE-PROGRAM.
           MOVE C3-CALLER-JOB-NAME TO VE-JOB-NAME.
           MOVE C3-RUN-DATE TO VE-RUN-DATE.
           MOVE C3-CURRENT-TIME TO VE-EVENT-TIME.

       6680-write-vm-event.
      *    Only a real change of state is an event: a re-sent NEW
      *    for a value already active, or a restart replaying a
      *    record the stopped run already applied, leaves status
      *    and current value exactly as they were and writes
      *    nothing.
           IF C3-VMEVENT-OPENED
               AND (VE-NEW-STATUS NOT = VE-OLD-STATUS
                   OR VE-NEW-CURRENT NOT = VE-OLD-CURRENT)
               WRITE VMEVENT-RECORD
               IF C3-VMEVENT-STATUS = "00"
                   ADD 1 TO C3-VM-EVENT-COUNT
               ELSE
                   DISPLAY "c000003 - WARNING: VMEVENT WRITE FAILED, "
                       "STATUS " C3-VMEVENT-STATUS
                   MOVE "6680-write-vm-event" TO ERR-PARAGRAPH
                   MOVE "VMEVENT" TO ERR-FILE-NAME
                   MOVE C3-VMEVENT-STATUS TO ERR-STATUS-CODE
                   SET ERR-ERROR TO TRUE
                   MOVE "CHANGE EVENT NOT JOURNALED - FEED INCOMPLETE"
                       TO ERR-MESSAGE
                   PERFORM 7500-report-error
               END-IF
           END-IF.

           IF C3-SUSP-OPENED
               IF C3-CONSOLE-MODE OR C3-ONLINE-PHASE
                   MOVE SPACES TO SUS-RECORD-IMAGE
                   IF C3-TYPE-COR
                       MOVE 'COR' TO SUS-RECORD-IMAGE (1:3)
                       MOVE C3-COR-BEFORE-VALUE (1:50)
                           TO SUS-RECORD-IMAGE (4:50)
                       MOVE STRING-TO-DISPLAY (1:50)
                           TO SUS-RECORD-IMAGE (54:50)
                   ELSE
                       MOVE 'NEW' TO SUS-RECORD-IMAGE (1:3)
                       MOVE STRING-TO-DISPLAY (1:50)
                           TO SUS-RECORD-IMAGE (4:50)
                   END-IF
               ELSE
                   MOVE STRIN-WORK-RECORD TO SUS-RECORD-IMAGE
               END-IF
               MOVE C3-RUN-DATE TO SUS-STATUS-DATE
               MOVE C3-CALLER-USER-ID TO SUS-STATUS-USER
               MOVE SPACES TO SUS-STATUS-REASON
      *        A driving-file rejection is charged to its sender
      *        for the monthly scorecard.
               IF NOT C3-REPROCESS-MODE
                   AND NOT C3-ONLINE-PHASE
                   AND NOT C3-CONSOLE-MODE
                   MOVE C3-SOURCE-SYSTEM TO SUS-SOURCE-SYSTEM
               END-IF
      *        The register line is built before the WRITE - the
      *        record area is not dependable afterwards.
               MOVE C3-REJECT-REASON TO C3-RJREG-REASON
                       ADD 1 TO C3-DUP-REJECT-COUNT
                   WHEN 'TYP'
                       ADD 1 TO C3-TYP-REJECT-COUNT
                   WHEN 'CORU'
                   WHEN 'CORX'
                   WHEN 'CORL'
                       ADD 1 TO C3-COR-REJECT-COUNT
                   WHEN OTHER
                       ADD 1 TO C3-REF-REJECT-COUNT
               END-EVALUATE
           MOVE "UNKNOWN RECORD TYPES" TO C3-RJREG-TOT-LABEL.
           MOVE C3-TYP-REJECT-COUNT TO C3-RJREG-TOT-COUNT.
           WRITE RJREG-LINE FROM C3-RJREG-TOTAL-LINE.
           MOVE "CORRECTION REJECTS" TO C3-RJREG-TOT-LABEL.
           MOVE C3-COR-REJECT-COUNT TO C3-RJREG-TOT-COUNT.
           WRITE RJREG-LINE FROM C3-RJREG-TOTAL-LINE.
           MOVE "DUPLICATES SKIPPED" TO C3-RJREG-TOT-LABEL.
           MOVE C3-DUP-REJECT-COUNT TO C3-RJREG-TOT-COUNT.
           WRITE RJREG-LINE FROM C3-RJREG-TOTAL-LINE.
               CLOSE VALMAST-FILE
               MOVE 'N' TO C3-VALMAST-OPEN-SWITCH
           END-IF.
           IF C3-VMEVENT-OPENED
               CLOSE VMEVENT-FILE
               MOVE 'N' TO C3-VMEVENT-OPEN-SWITCH
           END-IF.
           IF C3-SRCMAST-AVAILABLE
               CLOSE SRCMAST-FILE
               MOVE 'N' TO C3-SRCMAST-OPEN-SWITCH
           END-IF.
           CALL 'c000001' USING STRING-TO-DISPLAY, C3-MODE-CLOSE,
               C3-REJECT-REASON.
           DISPLAY "c000003 - STRINGS PROCESSED THIS RUN: "
               C3-COR-TYPE-COUNT.
           DISPLAY "c000003 - INQUIRIES ANSWERED:           "
               C3-INQ-TYPE-COUNT.
           DISPLAY "c000003 - VALUE MASTER CHANGE EVENTS:   "
               C3-VM-EVENT-COUNT.
           DISPLAY "c000003 - DORMANT VALUES REACTIVATED:   "
               C3-VM-REACTIVATED-COUNT.
           IF C3-TYP-REJECT-COUNT > 0
               DISPLAY "c000003 - UNKNOWN TYPES REJECTED:       "
                   C3-TYP-REJECT-COUNT
                   C3-ONL-VERIFIED-COUNT
               DISPLAY "c000003 - ONLINE ENTRIES RECOVERED:     "
                   C3-ONL-RECOVERED-COUNT
               DISPLAY "c000003 - ONLINE CORRECTIONS APPLIED:   "
                   C3-ONL-COR-COUNT
           END-IF.
      *    The deliberate end-of-run code: the high-water mark of
      *    everything noted along the way, whatever the last record
           MOVE C3-RECORD-COUNT TO RS-RECORDS-PROCESSED.
           COMPUTE RS-REJECT-COUNT =
               C3-LEN-REJECT-COUNT + C3-REF-REJECT-COUNT
               + C3-TYP-REJECT-COUNT + C3-COR-REJECT-COUNT.
           MOVE C3-DUP-REJECT-COUNT TO RS-DUPLICATE-COUNT.
           MOVE C3-ONL-VERIFIED-COUNT TO RS-ONLINE-VERIFIED.
           MOVE C3-INQ-TYPE-COUNT TO RS-INQUIRY-COUNT.
           MOVE SPACES TO RS-SOURCE-SYSTEM.
           MOVE C3-PARTITION TO RS-PARTITION.
           IF RETURN-CODE > 99
               MOVE 99 TO RS-HIGHEST-RC
           ELSE
           MOVE ZERO TO RS-ONLINE-VERIFIED.
           MOVE C3-SRC-INQS (C3-SRC-IDX) TO RS-INQUIRY-COUNT.
           MOVE C3-SRC-SYSTEM (C3-SRC-IDX) TO RS-SOURCE-SYSTEM.
           MOVE C3-PARTITION TO RS-PARTITION.
           IF RETURN-CODE > 99
               MOVE 99 TO RS-HIGHEST-RC
           ELSE
