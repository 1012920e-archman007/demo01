       IDENTIFICATION DIVISION.
       PROGRAM-ID. c000036.
      *
      * Verify, and when asked rebuild, the VALMAST current-state
      * master from the journals.  VALMAST only ever holds the
      * latest state, so if it is damaged or drifts from the logs
      * nothing else can say what it should hold - this program
      * replays every journal entry that ever moved it, in the
      * order it was written: c000003 NEW and COR entries off
      * TRANLOG, the corrected-away side of each COR off CHGLOG,
      * and the c000030 reversal entries and CHGLOG offsets of
      * every backout.  The archive generations are read ahead of
      * the live file on each log, so the replay reaches back as
      * far as the DL100H history does.  The replayed state is
      * built on the VALWORK work cluster, then matched field by
      * field against VALMAST (current value, status, first and
      * last date, update count) and every difference - or record
      * present on one side only - listed on VERRPT.
      *
      * The replay applies each entry exactly as its writer
      * applied it to the master.  A journal entry carries the
      * wall-clock date it was written, but the master was stamped
      * with the writer's run date, which an overnight run carries
      * past midnight - so the run date in force is taken from the
      * RUNSTAT start entry of the c000003 or c000030 run the
      * entry belongs to.  Values obliterated by a c000027 purge
      * are skipped, as the purge deleted their master records.
      * The c000046 dormant pass writes to neither log, so a
      * dormant master record whose last update the replay agrees
      * with keeps its dormancy, on the comparison and the reload.
      * A c000030 reversal flags a value reversed only when its
      * last replayed update was a c000003 entry from the same
      * source system - the journal does not carry the backed-out
      * business date c000030 tested against, so a value the same
      * sender touched again on a later day before the backout can
      * show as a status difference for review.
      *
      * PARM='VERIFY' (THE DEFAULT) REPORTS ONLY - RC=4 WHEN ANY
      * DIFFERENCE IS FOUND, RC=12 WHEN VALMAST OR THE WORK FILE
      * CANNOT BE READ.  PARM='REBUILD' ALSO WRITES THE REPLAYED
      * STATE TO VALNEW IN VALMAST LAYOUT AND KEY ORDER FOR THE
      * DL100N RELOAD; RC=8 HOLDS THE RELOAD WHEN A VALMAST RECORD
      * IS OLDER THAN THE OLDEST JOURNAL ENTRY REPLAYED (ARCHIVE
      * GENERATIONS MISSING) OR A JOURNAL COULD NOT BE READ.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANARCH-FILE ASSIGN TO "TRANARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C36-TRANARCH-STATUS.
           SELECT TRANLOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C36-TRANLOG-STATUS.
           SELECT CHGARCH-FILE ASSIGN TO "CHGARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C36-CHGARCH-STATUS.
           SELECT CHGLOG-FILE ASSIGN TO "CHGLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C36-CHGLOG-STATUS.
           SELECT RUNSTAT-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C36-RUNSTAT-STATUS.
           SELECT VALMAST-FILE ASSIGN TO "VALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VALUE
               FILE STATUS IS C36-VALMAST-STATUS.
           SELECT VALWORK-FILE ASSIGN TO "VALWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VW-VALUE
               FILE STATUS IS C36-VALWORK-STATUS.
           SELECT VALNEW-FILE ASSIGN TO "VALNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C36-VALNEW-STATUS.
           SELECT VERRPT-FILE ASSIGN TO "VERRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C36-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANARCH-FILE
           RECORDING MODE IS F.
       01  TRANARCH-RECORD           PIC X(182).

       FD  TRANLOG-FILE
           RECORDING MODE IS F.
       01  TRANLOG-IN-RECORD         PIC X(182).

       FD  CHGARCH-FILE
           RECORDING MODE IS F.
       01  CHGARCH-RECORD            PIC X(248).

       FD  CHGLOG-FILE
           RECORDING MODE IS F.
       01  CHGLOG-IN-RECORD          PIC X(248).

       FD  RUNSTAT-FILE
           RECORDING MODE IS F.
           COPY CPYRUN.

       FD  VALMAST-FILE
           RECORDING MODE IS F.
           COPY CPYVMS.

      * Replay work record: the VALMAST image being rebuilt, plus
      * the program and source system of its last replayed update,
      * which the reversal replay tests.
       FD  VALWORK-FILE
           RECORDING MODE IS F.
       01  VALWORK-RECORD.
           05  VW-MASTER-IMAGE.
               10  VW-VALUE          PIC X(50).
               10  VW-CURRENT-VALUE  PIC X(100).
               10  VW-STATUS         PIC X(01).
                   88  VW-ACTIVE                    VALUE 'A'.
                   88  VW-CORRECTED                 VALUE 'C'.
                   88  VW-REVERSED                  VALUE 'R'.
               10  VW-FIRST-DATE     PIC X(08).
               10  VW-LAST-DATE      PIC X(08).
               10  VW-LAST-TIME      PIC X(08).
               10  VW-UPDATE-COUNT   PIC 9(05).
           05  VW-LAST-PROGRAM       PIC X(08).
           05  VW-LAST-SOURCE        PIC X(08).
           05  FILLER                PIC X(10).

       FD  VALNEW-FILE
           RECORDING MODE IS F.
       01  VALNEW-RECORD.
           05  VN-MASTER-IMAGE       PIC X(180).
           05  VN-DORMANT-DATE       PIC X(08).
           05  FILLER                PIC X(02).

       FD  VERRPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                  PIC X(133).

       WORKING-STORAGE SECTION.
       COPY CPYLOG.
       COPY CPYCHG.
       01  C36-TRANARCH-STATUS       PIC X(02).
       01  C36-TRANLOG-STATUS        PIC X(02).
       01  C36-CHGARCH-STATUS        PIC X(02).
       01  C36-CHGLOG-STATUS         PIC X(02).
       01  C36-RUNSTAT-STATUS        PIC X(02).
       01  C36-VALMAST-STATUS        PIC X(02).
       01  C36-VALWORK-STATUS        PIC X(02).
       01  C36-VALNEW-STATUS         PIC X(02).
       01  C36-RPT-STATUS            PIC X(02).
       01  C36-MODE-SWITCH           PIC X(01) VALUE 'V'.
           88  C36-VERIFY-MODE                  VALUE 'V'.
           88  C36-REBUILD-MODE                 VALUE 'R'.
       01  C36-RPT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
           88  C36-RPT-OPENED                   VALUE 'Y'.
       01  C36-WORK-OPEN-SWITCH      PIC X(01) VALUE 'N'.
           88  C36-WORK-OPENED                  VALUE 'Y'.
       01  C36-VALNEW-OPEN-SWITCH    PIC X(01) VALUE 'N'.
           88  C36-VALNEW-OPENED                VALUE 'Y'.
       01  C36-VALMAST-OPEN-SWITCH   PIC X(01) VALUE 'N'.
           88  C36-VALMAST-OPENED               VALUE 'Y'.
       01  C36-REFUSED-SWITCH        PIC X(01) VALUE 'N'.
           88  C36-RUN-REFUSED                  VALUE 'Y'.
       01  C36-HELD-SWITCH           PIC X(01) VALUE 'N'.
           88  C36-RELOAD-HELD                  VALUE 'Y'.
       01  C36-TRAN-SOURCE-SWITCH    PIC X(01) VALUE 'A'.
           88  C36-TRAN-FROM-ARCHIVE            VALUE 'A'.
           88  C36-TRAN-FROM-LIVE               VALUE 'L'.
           88  C36-TRAN-EXHAUSTED               VALUE 'E'.
       01  C36-CHG-SOURCE-SWITCH     PIC X(01) VALUE 'A'.
           88  C36-CHG-FROM-ARCHIVE             VALUE 'A'.
           88  C36-CHG-FROM-LIVE                VALUE 'L'.
           88  C36-CHG-EXHAUSTED                VALUE 'E'.
       01  C36-VW-FOUND-SWITCH       PIC X(01).
           88  C36-VW-FOUND                     VALUE 'Y'.
       01  C36-DIFF-SWITCH           PIC X(01).
           88  C36-RECORD-DIFFERS               VALUE 'Y'.
       01  C36-RUN-DATE              PIC 9(08).
       01  C36-TOMBSTONE             PIC X(100)
           VALUE "*PURGED*".
      *    Merge keys - date then time, HIGH-VALUES once a stream
      *    is exhausted.  On a tie CHGLOG goes first: c000003 marks
      *    the corrected-away value before it logs the new one.
       01  C36-TRAN-KEY              PIC X(16).
       01  C36-CHG-KEY               PIC X(16).
       01  C36-RUN-KEY               PIC X(16).
       01  C36-APPLY-KEY             PIC X(16).
       01  C36-C3-RUN-DATE           PIC X(08) VALUE SPACES.
       01  C36-C30-RUN-DATE          PIC X(08) VALUE SPACES.
       01  C36-APPLY-DATE            PIC X(08).
       01  C36-APPLY-TIME            PIC X(08).
       01  C36-APPLY-PROGRAM         PIC X(08).
       01  C36-APPLY-SOURCE          PIC X(08).
       01  C36-OLDEST-JOURNAL-DATE   PIC X(08) VALUE HIGH-VALUES.
      *    Dormancy is not journaled on the logs the replay reads,
      *    so a dormant master record is carried into the reload.
       01  C36-CARRY-DORMANT-DATE    PIC X(08) VALUE SPACES.
       01  C36-DORMANT-CARRIED       PIC 9(07) COMP VALUE 0.
       01  C36-VM-KEY                PIC X(50).
       01  C36-VW-KEY                PIC X(50).
       01  C36-WORK-KEY              PIC X(50).
       01  C36-DIFF-FIELD            PIC X(14).
       01  C36-DIFF-MASTER           PIC X(34).
       01  C36-DIFF-REPLAY           PIC X(34).
       01  C36-EDIT-UPDATES          PIC 9(05).
       01  C36-TRAN-READ             PIC 9(07) COMP VALUE 0.
       01  C36-CHG-READ              PIC 9(07) COMP VALUE 0.
       01  C36-UPDATES-REPLAYED      PIC 9(07) COMP VALUE 0.
       01  C36-CORRECTIONS-REPLAYED  PIC 9(07) COMP VALUE 0.
       01  C36-REVERSALS-REPLAYED    PIC 9(07) COMP VALUE 0.
       01  C36-OFFSETS-REPLAYED      PIC 9(07) COMP VALUE 0.
       01  C36-REVERSALS-PASSED      PIC 9(07) COMP VALUE 0.
       01  C36-PURGED-SKIPPED        PIC 9(07) COMP VALUE 0.
       01  C36-VALUES-REPLAYED       PIC 9(07) COMP VALUE 0.
       01  C36-MASTER-READ           PIC 9(07) COMP VALUE 0.
       01  C36-RECORDS-AGREE         PIC 9(07) COMP VALUE 0.
       01  C36-RECORDS-DIFFER        PIC 9(07) COMP VALUE 0.
       01  C36-FIELDS-DIFFER         PIC 9(07) COMP VALUE 0.
       01  C36-MISSING-MASTER        PIC 9(07) COMP VALUE 0.
       01  C36-MISSING-JOURNAL       PIC 9(07) COMP VALUE 0.
       01  C36-OLDER-THAN-HISTORY    PIC 9(07) COMP VALUE 0.
       01  C36-VALNEW-WRITTEN        PIC 9(07) COMP VALUE 0.
       01  C36-EDIT-COUNT            PIC ZZZ,ZZ9.

       01  C36-RPT-HEADING.
           05  FILLER                PIC X(29)
               VALUE "VALMAST VERIFICATION REPORT  ".
           05  FILLER                PIC X(05) VALUE "MODE ".
           05  C36-HDG-MODE          PIC X(08).
           05  FILLER                PIC X(09) VALUE "RUN DATE ".
           05  C36-HDG-DATE          PIC 9(08).
           05  FILLER                PIC X(74) VALUE SPACES.
       01  C36-RPT-COLUMNS.
           05  FILLER                PIC X(41) VALUE "VALUE".
           05  FILLER                PIC X(15) VALUE "FIELD".
           05  FILLER                PIC X(35) VALUE "ON VALMAST".
           05  FILLER                PIC X(42) VALUE "REPLAYED".
       01  C36-RPT-DETAIL.
           05  C36-DTL-VALUE         PIC X(40).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C36-DTL-FIELD         PIC X(14).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C36-DTL-MASTER        PIC X(34).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C36-DTL-REPLAY        PIC X(34).
           05  FILLER                PIC X(08) VALUE SPACES.
       01  C36-RPT-TOTAL-LINE.
           05  C36-TOT-LABEL         PIC X(40).
           05  C36-TOT-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                PIC X(86) VALUE SPACES.

       LINKAGE SECTION.
       01  C36-JCL-PARM.
           05  C36-JCL-PARM-LEN       PIC S9(4) COMP.
           05  C36-JCL-PARM-TEXT      PIC X(20).

       PROCEDURE DIVISION USING C36-JCL-PARM.
           PERFORM 1000-initialize.
           IF NOT C36-RUN-REFUSED
               PERFORM 2000-replay-journals
               PERFORM 4000-compare-master
           END-IF.
           PERFORM 9000-terminate.
           GOBACK.

       1000-initialize.
           ACCEPT C36-RUN-DATE FROM DATE YYYYMMDD.
           IF C36-JCL-PARM-LEN >= 7
               AND C36-JCL-PARM-TEXT (1:7) = "REBUILD"
               SET C36-REBUILD-MODE TO TRUE
           END-IF.
           OPEN OUTPUT VERRPT-FILE.
           IF C36-RPT-STATUS = "00"
               SET C36-RPT-OPENED TO TRUE
               IF C36-REBUILD-MODE
                   MOVE "REBUILD" TO C36-HDG-MODE
               ELSE
                   MOVE "VERIFY" TO C36-HDG-MODE
               END-IF
               MOVE C36-RUN-DATE TO C36-HDG-DATE
               WRITE RPT-LINE FROM C36-RPT-HEADING
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               WRITE RPT-LINE FROM C36-RPT-COLUMNS
           ELSE
               DISPLAY "c000036 - ERROR: UNABLE TO OPEN VERRPT, "
                   "STATUS " C36-RPT-STATUS " - RUN REFUSED"
               SET C36-RUN-REFUSED TO TRUE
           END-IF.
      *    The work cluster is defined empty by the step ahead of
      *    this one; OUTPUT then I-O, the same first-use sequence
      *    the KSDS maintenance programs use.
           IF NOT C36-RUN-REFUSED
               OPEN I-O VALWORK-FILE
               IF C36-VALWORK-STATUS = "35"
                   OPEN OUTPUT VALWORK-FILE
                   CLOSE VALWORK-FILE
                   OPEN I-O VALWORK-FILE
               END-IF
               IF C36-VALWORK-STATUS = "00"
                   SET C36-WORK-OPENED TO TRUE
               ELSE
                   DISPLAY "c000036 - ERROR: UNABLE TO OPEN VALWORK, "
                       "STATUS " C36-VALWORK-STATUS " - RUN REFUSED"
                   SET C36-RUN-REFUSED TO TRUE
               END-IF
           END-IF.
           IF NOT C36-RUN-REFUSED AND C36-REBUILD-MODE
               OPEN OUTPUT VALNEW-FILE
               IF C36-VALNEW-STATUS = "00"
                   SET C36-VALNEW-OPENED TO TRUE
               ELSE
                   DISPLAY "c000036 - ERROR: UNABLE TO OPEN VALNEW, "
                       "STATUS " C36-VALNEW-STATUS " - RUN REFUSED"
                   SET C36-RUN-REFUSED TO TRUE
               END-IF
           END-IF.
           IF C36-RUN-REFUSED
               MOVE 12 TO RETURN-CODE
           END-IF.

       2000-replay-journals.
      *    Each log is one stream - archive generations first, then
      *    the live file - and the two streams plus RUNSTAT are
      *    merged on date and time so every entry replays in the
      *    order it was originally applied.
           OPEN INPUT TRANARCH-FILE.
           IF C36-TRANARCH-STATUS NOT = "00"
               DISPLAY "c000036 - WARNING: TRANARCH NOT AVAILABLE, "
                   "STATUS " C36-TRANARCH-STATUS
                   " - REPLAYING THE LIVE TRANLOG ALONE"
               PERFORM 2120-open-live-tranlog
           END-IF.
           OPEN INPUT CHGARCH-FILE.
           IF C36-CHGARCH-STATUS NOT = "00"
               DISPLAY "c000036 - WARNING: CHGARCH NOT AVAILABLE, "
                   "STATUS " C36-CHGARCH-STATUS
                   " - REPLAYING THE LIVE CHGLOG ALONE"
               PERFORM 2170-open-live-chglog
           END-IF.
           OPEN INPUT RUNSTAT-FILE.
           IF C36-RUNSTAT-STATUS = "00"
               PERFORM 2210-read-runstat
           ELSE
               DISPLAY "c000036 - WARNING: RUNSTAT NOT AVAILABLE, "
                   "STATUS " C36-RUNSTAT-STATUS
                   " - LOG DATES STAND IN FOR RUN DATES"
               MOVE HIGH-VALUES TO C36-RUN-KEY
           END-IF.
           PERFORM 2100-next-tranlog.
           PERFORM 2150-next-chglog.
           PERFORM 2010-replay-one-entry
               UNTIL C36-TRAN-KEY = HIGH-VALUES
                   AND C36-CHG-KEY = HIGH-VALUES.
           IF C36-RUNSTAT-STATUS = "00" OR C36-RUNSTAT-STATUS = "10"
               CLOSE RUNSTAT-FILE
           END-IF.
           CLOSE VALWORK-FILE.
           MOVE 'N' TO C36-WORK-OPEN-SWITCH.

       2010-replay-one-entry.
           IF C36-CHG-KEY NOT > C36-TRAN-KEY
               MOVE C36-CHG-KEY TO C36-APPLY-KEY
               PERFORM 2200-advance-run-history
               PERFORM 2400-apply-chglog-entry
               PERFORM 2150-next-chglog
           ELSE
               MOVE C36-TRAN-KEY TO C36-APPLY-KEY
               PERFORM 2200-advance-run-history
               PERFORM 2300-apply-tranlog-entry
               PERFORM 2100-next-tranlog
           END-IF.

       2100-next-tranlog.
           MOVE HIGH-VALUES TO C36-TRAN-KEY.
           IF C36-TRAN-FROM-ARCHIVE
               READ TRANARCH-FILE INTO TRANLOG-RECORD
                   AT END
                       CLOSE TRANARCH-FILE
                       PERFORM 2120-open-live-tranlog
                   NOT AT END
                       PERFORM 2110-note-tranlog-entry
               END-READ
           END-IF.
           IF C36-TRAN-FROM-LIVE AND C36-TRAN-KEY = HIGH-VALUES
               READ TRANLOG-FILE INTO TRANLOG-RECORD
                   AT END
                       CLOSE TRANLOG-FILE
                       SET C36-TRAN-EXHAUSTED TO TRUE
                   NOT AT END
                       PERFORM 2110-note-tranlog-entry
               END-READ
           END-IF.

       2110-note-tranlog-entry.
           ADD 1 TO C36-TRAN-READ.
           MOVE TL-LOG-DATE TO C36-TRAN-KEY (1:8).
           MOVE TL-LOG-TIME TO C36-TRAN-KEY (9:8).
           IF TL-LOG-DATE < C36-OLDEST-JOURNAL-DATE
               MOVE TL-LOG-DATE TO C36-OLDEST-JOURNAL-DATE
           END-IF.

       2120-open-live-tranlog.
           SET C36-TRAN-FROM-LIVE TO TRUE.
           OPEN INPUT TRANLOG-FILE.
           IF C36-TRANLOG-STATUS NOT = "00"
               DISPLAY "c000036 - ERROR: TRANLOG NOT AVAILABLE, "
                   "STATUS " C36-TRANLOG-STATUS
               SET C36-RELOAD-HELD TO TRUE
               SET C36-TRAN-EXHAUSTED TO TRUE
           END-IF.

       2150-next-chglog.
           MOVE HIGH-VALUES TO C36-CHG-KEY.
           IF C36-CHG-FROM-ARCHIVE
               READ CHGARCH-FILE INTO CHGLOG-RECORD
                   AT END
                       CLOSE CHGARCH-FILE
                       PERFORM 2170-open-live-chglog
                   NOT AT END
                       PERFORM 2160-note-chglog-entry
               END-READ
           END-IF.
           IF C36-CHG-FROM-LIVE AND C36-CHG-KEY = HIGH-VALUES
               READ CHGLOG-FILE INTO CHGLOG-RECORD
                   AT END
                       CLOSE CHGLOG-FILE
                       SET C36-CHG-EXHAUSTED TO TRUE
                   NOT AT END
                       PERFORM 2160-note-chglog-entry
               END-READ
           END-IF.

       2160-note-chglog-entry.
           ADD 1 TO C36-CHG-READ.
           MOVE CHG-CHANGE-DATE TO C36-CHG-KEY (1:8).
           MOVE CHG-CHANGE-TIME TO C36-CHG-KEY (9:8).
           IF CHG-CHANGE-DATE < C36-OLDEST-JOURNAL-DATE
               MOVE CHG-CHANGE-DATE TO C36-OLDEST-JOURNAL-DATE
           END-IF.

       2170-open-live-chglog.
           SET C36-CHG-FROM-LIVE TO TRUE.
           OPEN INPUT CHGLOG-FILE.
           IF C36-CHGLOG-STATUS NOT = "00"
               DISPLAY "c000036 - ERROR: CHGLOG NOT AVAILABLE, "
                   "STATUS " C36-CHGLOG-STATUS
               SET C36-RELOAD-HELD TO TRUE
               SET C36-CHG-EXHAUSTED TO TRUE
           END-IF.

       2200-advance-run-history.
      *    Every c000003 or c000030 start entry at or before the
      *    entry about to replay names the run date that run
      *    stamped on the master.
           PERFORM 2205-take-runstat-entry
               UNTIL C36-RUN-KEY > C36-APPLY-KEY.

       2205-take-runstat-entry.
           IF RS-START-ENTRY
               EVALUATE RS-PROGRAM
                   WHEN 'c000003'
                       MOVE RS-RUN-DATE TO C36-C3-RUN-DATE
                   WHEN 'c000030'
                       MOVE RS-RUN-DATE TO C36-C30-RUN-DATE
               END-EVALUATE
           END-IF.
           PERFORM 2210-read-runstat.

       2210-read-runstat.
           READ RUNSTAT-FILE
               AT END
                   MOVE HIGH-VALUES TO C36-RUN-KEY
               NOT AT END
                   MOVE RS-RUN-DATE TO C36-RUN-KEY (1:8)
                   MOVE RS-TIMESTAMP TO C36-RUN-KEY (9:8)
           END-READ.

       2300-apply-tranlog-entry.
      *    Only c000003 and c000030 move the master from TRANLOG;
      *    console, MAINPROG, and online entries never touch it.
           MOVE TL-LOG-TIME TO C36-APPLY-TIME.
           MOVE TL-CALLER-PROGRAM TO C36-APPLY-PROGRAM.
           MOVE TL-SOURCE-SYSTEM TO C36-APPLY-SOURCE.
           IF TL-STRING-VALUE = C36-TOMBSTONE
               IF TL-CALLER-PROGRAM = 'c000003'
                   OR TL-CALLER-PROGRAM = 'c000030'
                   ADD 1 TO C36-PURGED-SKIPPED
               END-IF
           ELSE
               EVALUATE TL-CALLER-PROGRAM
                   WHEN 'c000003'
                       MOVE C36-C3-RUN-DATE TO C36-APPLY-DATE
                       PERFORM 2350-default-apply-date
                       PERFORM 2310-replay-update
                   WHEN 'c000030'
                       MOVE C36-C30-RUN-DATE TO C36-APPLY-DATE
                       PERFORM 2350-default-apply-date
                       PERFORM 2320-replay-reversal
               END-EVALUATE
           END-IF.

       2310-replay-update.
      *    As 6600-update-valmast: the value logged - a NEW value
      *    or a COR record's after value - is active and current.
           MOVE TL-STRING-VALUE (1:50) TO VW-VALUE.
           PERFORM 2500-read-work-record.
           MOVE TL-STRING-VALUE TO VW-CURRENT-VALUE.
           SET VW-ACTIVE TO TRUE.
           PERFORM 2550-stamp-work-record.
           ADD 1 TO C36-UPDATES-REPLAYED.

       2320-replay-reversal.
      *    As c000030 6100-mark-one-reversed: flagged reversed
      *    only while the backed-out run's update is still the
      *    last word on the value.
           MOVE TL-STRING-VALUE (1:50) TO VW-VALUE.
           PERFORM 2500-read-work-record.
           IF C36-VW-FOUND AND NOT VW-REVERSED
               AND VW-LAST-PROGRAM = 'c000003'
               AND VW-LAST-SOURCE = TL-SOURCE-SYSTEM
               SET VW-REVERSED TO TRUE
               PERFORM 2550-stamp-work-record
               ADD 1 TO C36-REVERSALS-REPLAYED
           ELSE
               ADD 1 TO C36-REVERSALS-PASSED
           END-IF.

       2350-default-apply-date.
           IF C36-APPLY-DATE = SPACES
               MOVE C36-APPLY-KEY (1:8) TO C36-APPLY-DATE
           END-IF.

       2400-apply-chglog-entry.
      *    c000003 CHGLOG entries carry the run date already;
      *    MAINPROG's overwrites never touch the master.
           MOVE CHG-CHANGE-DATE TO C36-APPLY-DATE.
           MOVE CHG-CHANGE-TIME TO C36-APPLY-TIME.
           MOVE CHG-PROGRAM TO C36-APPLY-PROGRAM.
           MOVE CHG-SOURCE-SYSTEM TO C36-APPLY-SOURCE.
           EVALUATE CHG-PROGRAM
               WHEN 'c000003'
                   IF CHG-BEFORE-VALUE = C36-TOMBSTONE
                       ADD 1 TO C36-PURGED-SKIPPED
                   ELSE
                       PERFORM 2410-replay-correction
                   END-IF
               WHEN 'c000030'
                   IF CHG-AFTER-VALUE = C36-TOMBSTONE
                       ADD 1 TO C36-PURGED-SKIPPED
                   ELSE
                       PERFORM 2420-replay-offset
                   END-IF
           END-EVALUATE.

       2410-replay-correction.
      *    As 6650-mark-valmast-corrected: the corrected-away value
      *    is flagged corrected with the after value as current.
           MOVE CHG-BEFORE-VALUE (1:50) TO VW-VALUE.
           PERFORM 2500-read-work-record.
           MOVE CHG-AFTER-VALUE TO VW-CURRENT-VALUE.
           SET VW-CORRECTED TO TRUE.
           PERFORM 2550-stamp-work-record.
           ADD 1 TO C36-CORRECTIONS-REPLAYED.

       2420-replay-offset.
      *    As c000030 6200-restore-one-corrected.  The offset has
      *    before and after swapped, so its after side is the value
      *    the reversed COR corrected away.
           MOVE CHG-AFTER-VALUE (1:50) TO VW-VALUE.
           PERFORM 2500-read-work-record.
           IF C36-VW-FOUND AND VW-CORRECTED
               AND VW-CURRENT-VALUE = CHG-BEFORE-VALUE
               SET VW-ACTIVE TO TRUE
               MOVE CHG-AFTER-VALUE TO VW-CURRENT-VALUE
               PERFORM 2550-stamp-work-record
               ADD 1 TO C36-OFFSETS-REPLAYED
           END-IF.

       2500-read-work-record.
           MOVE 'N' TO C36-VW-FOUND-SWITCH.
           READ VALWORK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET C36-VW-FOUND TO TRUE
           END-READ.
           IF NOT C36-VW-FOUND
               MOVE VW-VALUE TO C36-WORK-KEY
               MOVE SPACES TO VALWORK-RECORD
               MOVE C36-WORK-KEY TO VW-VALUE
               MOVE C36-APPLY-DATE TO VW-FIRST-DATE
               MOVE ZERO TO VW-UPDATE-COUNT
           END-IF.

       2550-stamp-work-record.
           MOVE C36-APPLY-DATE TO VW-LAST-DATE.
           MOVE C36-APPLY-TIME TO VW-LAST-TIME.
           MOVE C36-APPLY-PROGRAM TO VW-LAST-PROGRAM.
           MOVE C36-APPLY-SOURCE TO VW-LAST-SOURCE.
           ADD 1 TO VW-UPDATE-COUNT.
           IF C36-VW-FOUND
               REWRITE VALWORK-RECORD
           ELSE
               WRITE VALWORK-RECORD
               ADD 1 TO C36-VALUES-REPLAYED
           END-IF.
           IF C36-VALWORK-STATUS NOT = "00"
               DISPLAY "c000036 - ERROR: VALWORK UPDATE FAILED, "
                   "STATUS " C36-VALWORK-STATUS
               SET C36-RELOAD-HELD TO TRUE
           END-IF.

       4000-compare-master.
      *    Both files are read in key order and matched: a value on
      *    one side only is listed as missing from the other.
           OPEN INPUT VALWORK-FILE.
           IF C36-VALWORK-STATUS = "00"
               SET C36-WORK-OPENED TO TRUE
               PERFORM 4100-next-work-record
           ELSE
               DISPLAY "c000036 - ERROR: VALWORK NOT READABLE, "
                   "STATUS " C36-VALWORK-STATUS
               MOVE HIGH-VALUES TO C36-VW-KEY
               SET C36-RELOAD-HELD TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.
           OPEN INPUT VALMAST-FILE.
           IF C36-VALMAST-STATUS = "00"
               SET C36-VALMAST-OPENED TO TRUE
               PERFORM 4150-next-master-record
           ELSE
               MOVE HIGH-VALUES TO C36-VM-KEY
               IF C36-REBUILD-MODE
                   DISPLAY "c000036 - WARNING: VALMAST NOT AVAILABLE, "
                       "STATUS " C36-VALMAST-STATUS
                       " - REBUILDING FROM THE JOURNALS ALONE"
               ELSE
                   DISPLAY "c000036 - ERROR: VALMAST NOT AVAILABLE, "
                       "STATUS " C36-VALMAST-STATUS
                       " - NOTHING TO VERIFY"
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 4200-match-one-key
               UNTIL C36-VW-KEY = HIGH-VALUES
                   AND C36-VM-KEY = HIGH-VALUES.
           IF C36-VALMAST-OPENED
               CLOSE VALMAST-FILE
           END-IF.

       4100-next-work-record.
           READ VALWORK-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO C36-VW-KEY
               NOT AT END
                   MOVE VW-VALUE TO C36-VW-KEY
           END-READ.

       4150-next-master-record.
           READ VALMAST-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO C36-VM-KEY
               NOT AT END
                   ADD 1 TO C36-MASTER-READ
                   MOVE VM-VALUE TO C36-VM-KEY
           END-READ.

       4200-match-one-key.
           EVALUATE TRUE
               WHEN C36-VW-KEY = C36-VM-KEY
                   PERFORM 4300-compare-fields
                   PERFORM 4600-write-reload-record
                   PERFORM 4100-next-work-record
                   PERFORM 4150-next-master-record
               WHEN C36-VW-KEY < C36-VM-KEY
                   IF C36-VALMAST-OPENED
                       ADD 1 TO C36-MISSING-MASTER
                       MOVE VW-VALUE TO C36-DTL-VALUE
                       MOVE "RECORD" TO C36-DIFF-FIELD
                       MOVE "*** NOT ON VALMAST" TO C36-DIFF-MASTER
                       MOVE "PRESENT IN THE JOURNALS"
                           TO C36-DIFF-REPLAY
                       PERFORM 4500-write-difference
                   END-IF
                   MOVE SPACES TO C36-CARRY-DORMANT-DATE
                   PERFORM 4600-write-reload-record
                   PERFORM 4100-next-work-record
               WHEN OTHER
                   ADD 1 TO C36-MISSING-JOURNAL
                   MOVE VM-VALUE TO C36-DTL-VALUE
                   MOVE "RECORD" TO C36-DIFF-FIELD
                   MOVE "PRESENT ON VALMAST" TO C36-DIFF-MASTER
                   MOVE "*** NO JOURNAL HISTORY" TO C36-DIFF-REPLAY
                   PERFORM 4500-write-difference
      *            A master record older than anything replayed
      *            means the history reaching it was not supplied.
                   IF VM-FIRST-DATE < C36-OLDEST-JOURNAL-DATE
                       ADD 1 TO C36-OLDER-THAN-HISTORY
                   END-IF
                   PERFORM 4150-next-master-record
           END-EVALUATE.

       4300-compare-fields.
           MOVE 'N' TO C36-DIFF-SWITCH.
           MOVE VW-VALUE TO C36-DTL-VALUE.
      *    A value the c000046 pass set dormant replays as active -
      *    nothing it did is on TRANLOG or CHGLOG.  Where the replay
      *    agrees the value was last updated when the master says,
      *    the dormancy stands: it is taken into the replayed image
      *    and carried, with its date, into the reload.
           MOVE SPACES TO C36-CARRY-DORMANT-DATE.
           IF VM-DORMANT AND VW-ACTIVE
               AND VM-LAST-DATE = VW-LAST-DATE
               MOVE VM-STATUS TO VW-STATUS
               MOVE VM-DORMANT-DATE TO C36-CARRY-DORMANT-DATE
               ADD 1 TO C36-DORMANT-CARRIED
           END-IF.
           IF VM-CURRENT-VALUE NOT = VW-CURRENT-VALUE
               MOVE "CURRENT VALUE" TO C36-DIFF-FIELD
               MOVE VM-CURRENT-VALUE TO C36-DIFF-MASTER
               MOVE VW-CURRENT-VALUE TO C36-DIFF-REPLAY
               PERFORM 4400-note-field-difference
           END-IF.
           IF VM-STATUS NOT = VW-STATUS
               MOVE "STATUS" TO C36-DIFF-FIELD
               MOVE VM-STATUS TO C36-DIFF-MASTER
               MOVE VW-STATUS TO C36-DIFF-REPLAY
               PERFORM 4400-note-field-difference
           END-IF.
           IF VM-FIRST-DATE NOT = VW-FIRST-DATE
               MOVE "FIRST DATE" TO C36-DIFF-FIELD
               MOVE VM-FIRST-DATE TO C36-DIFF-MASTER
               MOVE VW-FIRST-DATE TO C36-DIFF-REPLAY
               PERFORM 4400-note-field-difference
               IF VM-FIRST-DATE < C36-OLDEST-JOURNAL-DATE
                   ADD 1 TO C36-OLDER-THAN-HISTORY
               END-IF
           END-IF.
           IF VM-LAST-DATE NOT = VW-LAST-DATE
               MOVE "LAST DATE" TO C36-DIFF-FIELD
               MOVE VM-LAST-DATE TO C36-DIFF-MASTER
               MOVE VW-LAST-DATE TO C36-DIFF-REPLAY
               PERFORM 4400-note-field-difference
           END-IF.
           IF VM-UPDATE-COUNT NOT = VW-UPDATE-COUNT
               MOVE "UPDATE COUNT" TO C36-DIFF-FIELD
               MOVE VM-UPDATE-COUNT TO C36-EDIT-UPDATES
               MOVE C36-EDIT-UPDATES TO C36-DIFF-MASTER
               MOVE VW-UPDATE-COUNT TO C36-EDIT-UPDATES
               MOVE C36-EDIT-UPDATES TO C36-DIFF-REPLAY
               PERFORM 4400-note-field-difference
           END-IF.
           IF C36-RECORD-DIFFERS
               ADD 1 TO C36-RECORDS-DIFFER
           ELSE
               ADD 1 TO C36-RECORDS-AGREE
           END-IF.

       4400-note-field-difference.
           SET C36-RECORD-DIFFERS TO TRUE.
           ADD 1 TO C36-FIELDS-DIFFER.
           PERFORM 4500-write-difference.

       4500-write-difference.
           IF C36-RPT-OPENED
               MOVE C36-DIFF-FIELD TO C36-DTL-FIELD
               MOVE C36-DIFF-MASTER TO C36-DTL-MASTER
               MOVE C36-DIFF-REPLAY TO C36-DTL-REPLAY
               WRITE RPT-LINE FROM C36-RPT-DETAIL
           END-IF.

       4600-write-reload-record.
      *    The reload carries the replayed image only - the replay
      *    bookkeeping stays behind on the work file.
           IF C36-VALNEW-OPENED
               MOVE SPACES TO VALNEW-RECORD
               MOVE VW-MASTER-IMAGE TO VN-MASTER-IMAGE
               MOVE C36-CARRY-DORMANT-DATE TO VN-DORMANT-DATE
               WRITE VALNEW-RECORD
               IF C36-VALNEW-STATUS = "00"
                   ADD 1 TO C36-VALNEW-WRITTEN
               ELSE
                   DISPLAY "c000036 - ERROR: VALNEW WRITE FAILED, "
                       "STATUS " C36-VALNEW-STATUS
                   SET C36-RELOAD-HELD TO TRUE
               END-IF
           END-IF.

       9000-terminate.
           IF C36-WORK-OPENED
               CLOSE VALWORK-FILE
           END-IF.
           IF C36-VALNEW-OPENED
               CLOSE VALNEW-FILE
           END-IF.
           IF C36-OLDER-THAN-HISTORY > 0
               SET C36-RELOAD-HELD TO TRUE
           END-IF.
           IF NOT C36-RUN-REFUSED AND RETURN-CODE < 12
               EVALUATE TRUE
                   WHEN C36-REBUILD-MODE AND C36-RELOAD-HELD
                       MOVE 8 TO RETURN-CODE
                   WHEN C36-REBUILD-MODE
                       MOVE 0 TO RETURN-CODE
                   WHEN C36-RECORDS-DIFFER > 0
                       OR C36-MISSING-MASTER > 0
                       OR C36-MISSING-JOURNAL > 0
                       MOVE 4 TO RETURN-CODE
               END-EVALUATE
           END-IF.
           IF C36-RPT-OPENED
               PERFORM 9100-write-totals
               CLOSE VERRPT-FILE
           END-IF.
           MOVE C36-RECORDS-DIFFER TO C36-EDIT-COUNT.
           DISPLAY "c000036 - RECORDS DIFFERING: " C36-EDIT-COUNT.
           MOVE C36-MISSING-MASTER TO C36-EDIT-COUNT.
           DISPLAY "c000036 - NOT ON VALMAST: " C36-EDIT-COUNT.
           MOVE C36-MISSING-JOURNAL TO C36-EDIT-COUNT.
           DISPLAY "c000036 - NO JOURNAL HISTORY: " C36-EDIT-COUNT.
           IF C36-REBUILD-MODE
               MOVE C36-VALNEW-WRITTEN TO C36-EDIT-COUNT
               DISPLAY "c000036 - RELOAD RECORDS WRITTEN: "
                   C36-EDIT-COUNT
               IF RETURN-CODE NOT = 0
                   DISPLAY "c000036 - *** RELOAD HELD - SEE VERRPT ***"
               END-IF
           END-IF.

       9100-write-totals.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO C36-RPT-TOTAL-LINE.
           MOVE "TRANLOG ENTRIES READ" TO C36-TOT-LABEL.
           MOVE C36-TRAN-READ TO C36-TOT-COUNT.
           WRITE RPT-LINE FROM C36-RPT-TOTAL-LINE.
           MOVE "CHGLOG ENTRIES READ" TO C36-TOT-LABEL.
           MOVE C36-CHG-READ TO C36-TOT-COUNT.
           WRITE RPT-LINE FROM C36-RPT-TOTAL-LINE.
           MOVE "c000003 UPDATES REPLAYED" TO C36-TOT-LABEL.
           MOVE C36-UPDATES-REPLAYED TO C36-TOT-COUNT.
           WRITE RPT-LINE FROM C36-RPT-TOTAL-LINE.
           MOVE "c000003 CORRECTIONS REPLAYED" TO C36-TOT-LABEL.
           MOVE C36-CORRECTIONS-REPLAYED TO C36-TOT-COUNT.
           WRITE RPT-LINE FROM C36-RPT-TOTAL-LINE.
           MOVE "c000030 REVERSALS REPLAYED" TO C36-TOT-LABEL.
           MOVE C36-REVERSALS-REPLAYED TO C36-TOT-COUNT.
           WRITE RPT-LINE FROM C36-RPT-TOTAL-LINE.
           MOVE "c000030 REVERSALS LEAVING VALUE AS IS"
               TO C36-TOT-LABEL.
           MOVE C36-REVERSALS-PASSED TO C36-TOT-COUNT.
           WRITE RPT-LINE FROM C36-RPT-TOTAL-LINE.
           MOVE "c000030 OFFSETS REPLAYED" TO C36-TOT-LABEL.
           MOVE C36-OFFSETS-REPLAYED TO C36-TOT-COUNT.
           WRITE RPT-LINE FROM C36-RPT-TOTAL-LINE.
           MOVE "DORMANT VALUES TAKEN FROM VALMAST" TO C36-TOT-LABEL.
           MOVE C36-DORMANT-CARRIED TO C36-TOT-COUNT.
           WRITE RPT-LINE FROM C36-RPT-TOTAL-LINE.
           MOVE "PURGED ENTRIES SKIPPED" TO C36-TOT-LABEL.
           MOVE C36-PURGED-SKIPPED TO C36-TOT-COUNT.
           WRITE RPT-LINE FROM C36-RPT-TOTAL-LINE.
           MOVE "VALUES REPLAYED" TO C36-TOT-LABEL.
           MOVE C36-VALUES-REPLAYED TO C36-TOT-COUNT.
           WRITE RPT-LINE FROM C36-RPT-TOTAL-LINE.
           MOVE "VALMAST RECORDS READ" TO C36-TOT-LABEL.
           MOVE C36-MASTER-READ TO C36-TOT-COUNT.
           WRITE RPT-LINE FROM C36-RPT-TOTAL-LINE.
           MOVE "RECORDS AGREEING" TO C36-TOT-LABEL.
           MOVE C36-RECORDS-AGREE TO C36-TOT-COUNT.
           WRITE RPT-LINE FROM C36-RPT-TOTAL-LINE.
           MOVE "RECORDS DIFFERING" TO C36-TOT-LABEL.
           MOVE C36-RECORDS-DIFFER TO C36-TOT-COUNT.
           WRITE RPT-LINE FROM C36-RPT-TOTAL-LINE.
           MOVE "FIELD DIFFERENCES" TO C36-TOT-LABEL.
           MOVE C36-FIELDS-DIFFER TO C36-TOT-COUNT.
           WRITE RPT-LINE FROM C36-RPT-TOTAL-LINE.
           MOVE "REPLAYED VALUES NOT ON VALMAST" TO C36-TOT-LABEL.
           MOVE C36-MISSING-MASTER TO C36-TOT-COUNT.
           WRITE RPT-LINE FROM C36-RPT-TOTAL-LINE.
           MOVE "VALMAST RECORDS WITH NO JOURNAL HISTORY"
               TO C36-TOT-LABEL.
           MOVE C36-MISSING-JOURNAL TO C36-TOT-COUNT.
           WRITE RPT-LINE FROM C36-RPT-TOTAL-LINE.
           MOVE "VALMAST RECORDS OLDER THAN THE JOURNALS"
               TO C36-TOT-LABEL.
           MOVE C36-OLDER-THAN-HISTORY TO C36-TOT-COUNT.
           WRITE RPT-LINE FROM C36-RPT-TOTAL-LINE.
           IF C36-REBUILD-MODE
               MOVE "RELOAD RECORDS WRITTEN" TO C36-TOT-LABEL
               MOVE C36-VALNEW-WRITTEN TO C36-TOT-COUNT
               WRITE RPT-LINE FROM C36-RPT-TOTAL-LINE
               MOVE SPACES TO C36-RPT-TOTAL-LINE
               IF RETURN-CODE = 0
                   MOVE "REPLAYED STATE COMPLETE - RELOAD MAY RUN"
                       TO C36-TOT-LABEL
               ELSE
                   MOVE "*** HISTORY INCOMPLETE - RELOAD HELD"
                       TO C36-TOT-LABEL
               END-IF
               WRITE RPT-LINE FROM C36-RPT-TOTAL-LINE
           END-IF.
