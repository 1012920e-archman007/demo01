       IDENTIFICATION DIVISION.
       PROGRAM-ID. c000044.
      *
      * Merge and balancing for the partitioned overnight run.  On
      * a partitioned night the c000043 split deals the driving
      * file out by source system and each partition runs its own
      * c000003 stream with its own checkpoint, run history,
      * acknowledgment, suspense, change and error files, so the
      * streams never queue behind one another for a dataset.  This
      * program folds those files back into the shared ones the
      * rest of the cycle reads, one partition per step, and then
      * balances the night as a whole.
      *
      * PARM='PARTn' merges stream n.  The night is the one named by
      * the latest c000043 end entry on RUNSTAT.  The stream's own
      * RUNSTAT must end on a c000003 end entry that is not an
      * operator stop - a stream that never ran, abended, or was
      * stopped and not yet restarted is reported NOT COMPLETED,
      * RC=8, and nothing of it is merged, so the other partitions
      * go ahead and the late one is merged by rerunning its step
      * once its restart completes.  A completed stream's final
      * checkpoint is checked against its last processed count,
      * its entries are appended to RUNSTAT, ACKFILE, SUSPFILE,
      * CHGLOG, ERRLOG and the VMEVENT change-event journal, its
      * original rejections are added to the
      * night's REJWORK file, and a type-B marker entry (partition
      * filled) records the merge, so rerunning a merged
      * partition's step is a harmless no-op.
      *
      * PARM='FINAL' checks that every partition the split expected,
      * plus the queue stream 0, has been merged (RC=8 naming any
      * that has not), writes the combined checkpoint to CHKPTFL -
      * the sum of each stream's last processed count, which is
      * what c000009 balances the final checkpoint against on a
      * partitioned night - and prints the night's combined reject
      * register from REJWORK with totals by reason and by sender.
      * With a partition missing the checkpoint is not written.
      *
      * RC=0 MERGED/BALANCED; RC=4 MERGED WITH A WARNING (STREAM
      * CHECKPOINT DISAGREES WITH ITS RUN HISTORY); RC=8 PARTITION
      * NOT COMPLETED OR NOT MERGED; RC=12 A SHARED FILE WOULD NOT
      * OPEN OR TAKE A WRITE - THE PARTITION IS NOT MARKED MERGED
      * AND THE SHARED FILES HOLD A PARTIAL COPY; RC=16 BAD PARM
      * OR NO SPLIT ON RUNSTAT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNSTAT-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C44-RUNSTAT-STATUS.
           SELECT PRUNSTAT-FILE ASSIGN TO "PRUNSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C44-PRUNSTAT-STATUS.
           SELECT PCHKPTFL-FILE ASSIGN TO "PCHKPTFL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C44-PCHKPT-STATUS.
           SELECT PACKFILE-FILE ASSIGN TO "PACKFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C44-PACK-STATUS.
           SELECT PSUSPFLE-FILE ASSIGN TO "PSUSPFLE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C44-PSUSP-STATUS.
           SELECT PCHGLOG-FILE ASSIGN TO "PCHGLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C44-PCHG-STATUS.
           SELECT PERRLOG-FILE ASSIGN TO "PERRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C44-PERR-STATUS.
           SELECT PVMEVENT-FILE ASSIGN TO "PVMEVENT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C44-PVME-STATUS.
           SELECT ACKFILE-FILE ASSIGN TO "ACKFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C44-ACK-STATUS.
           SELECT SUSPFILE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C44-SUSP-STATUS.
           SELECT CHGLOG-FILE ASSIGN TO "CHGLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C44-CHG-STATUS.
           SELECT ERRLOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C44-ERR-STATUS.
           SELECT VMEVENT-FILE ASSIGN TO "VMEVENT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C44-VME-STATUS.
           SELECT REJWORK-FILE ASSIGN TO "REJWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C44-REJ-STATUS.
           SELECT CHKPTFL-FILE ASSIGN TO "CHKPTFL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C44-CHKPT-STATUS.
           SELECT MERGERPT-FILE ASSIGN TO "MERGERPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C44-RPT-STATUS.
           SELECT RJREGRPT-FILE ASSIGN TO "RJREGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C44-RJREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNSTAT-FILE
           RECORDING MODE IS F.
           COPY CPYRUN.

       FD  PRUNSTAT-FILE
           RECORDING MODE IS F.
       01  PRUNSTAT-RECORD           PIC X(78).

       FD  PCHKPTFL-FILE
           RECORDING MODE IS F.
       01  PCHKPTFL-RECORD.
           05  PK-RECORD-COUNT       PIC 9(07).
           05  PK-LAST-VALUE         PIC X(100).

       FD  PACKFILE-FILE
           RECORDING MODE IS F.
       01  PACKFILE-RECORD           PIC X(50).

       FD  PSUSPFLE-FILE
           RECORDING MODE IS F.
       01  PSUSPFLE-RECORD           PIC X(186).

       FD  PCHGLOG-FILE
           RECORDING MODE IS F.
       01  PCHGLOG-RECORD            PIC X(248).

       FD  PERRLOG-FILE
           RECORDING MODE IS F.
       01  PERRLOG-RECORD            PIC X(130).

       FD  PVMEVENT-FILE
           RECORDING MODE IS F.
       01  PVMEVENT-RECORD           PIC X(300).

       FD  ACKFILE-FILE
           RECORDING MODE IS F.
       01  ACKFILE-RECORD            PIC X(50).

       FD  SUSPFILE-FILE
           RECORDING MODE IS F.
       01  SUSPFILE-RECORD           PIC X(186).

       FD  CHGLOG-FILE
           RECORDING MODE IS F.
       01  CHGLOG-RECORD             PIC X(248).

       FD  ERRLOG-FILE
           RECORDING MODE IS F.
       01  ERRLOG-RECORD             PIC X(130).

       FD  VMEVENT-FILE
           RECORDING MODE IS F.
       01  VMEVENT-RECORD            PIC X(300).

       FD  REJWORK-FILE
           RECORDING MODE IS F.
       01  REJWORK-RECORD            PIC X(186).

       FD  CHKPTFL-FILE
           RECORDING MODE IS F.
       01  CHKPTFL-RECORD.
           05  CK-RECORD-COUNT       PIC 9(07).
           05  CK-LAST-VALUE         PIC X(100).

       FD  MERGERPT-FILE
           RECORDING MODE IS F.
       01  MERGE-LINE                PIC X(133).

       FD  RJREGRPT-FILE
           RECORDING MODE IS F.
       01  RJREG-LINE                PIC X(133).

       WORKING-STORAGE SECTION.
      *    A stream's own run-history entry, the CPYRUN layout under
      *    names of its own so it can be read beside the shared file.
       COPY CPYRUN REPLACING ==RUNSTAT-RECORD== BY ==STREAM-RUNSTAT==
                             LEADING ==RS== BY ==PS==.
       COPY CPYSUS.
       01  C44-RUNSTAT-STATUS        PIC X(02).
       01  C44-PRUNSTAT-STATUS       PIC X(02).
       01  C44-PCHKPT-STATUS         PIC X(02).
       01  C44-PACK-STATUS           PIC X(02).
       01  C44-PSUSP-STATUS          PIC X(02).
       01  C44-PCHG-STATUS           PIC X(02).
       01  C44-PERR-STATUS           PIC X(02).
       01  C44-PVME-STATUS           PIC X(02).
       01  C44-ACK-STATUS            PIC X(02).
       01  C44-SUSP-STATUS           PIC X(02).
       01  C44-CHG-STATUS            PIC X(02).
       01  C44-ERR-STATUS            PIC X(02).
       01  C44-VME-STATUS            PIC X(02).
       01  C44-REJ-STATUS            PIC X(02).
       01  C44-CHKPT-STATUS          PIC X(02).
       01  C44-RPT-STATUS            PIC X(02).
       01  C44-RJREG-STATUS          PIC X(02).
       01  C44-RUNSTAT-TYPE          PIC X(01) VALUE 'E'.
       01  C44-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  C44-AT-END                       VALUE 'Y'.
       01  C44-MODE-SWITCH           PIC X(01) VALUE SPACES.
           88  C44-MERGE-MODE                   VALUE 'P'.
           88  C44-FINAL-MODE                   VALUE 'F'.
       01  C44-SPLIT-SWITCH          PIC X(01) VALUE 'N'.
           88  C44-SPLIT-FOUND                  VALUE 'Y'.
       01  C44-CHKPT-SEEN-SWITCH     PIC X(01) VALUE 'N'.
           88  C44-CHKPT-SEEN                   VALUE 'Y'.
       01  C44-RUN-DATE              PIC 9(08).
       01  C44-NIGHT-DATE            PIC X(08) VALUE SPACES.
       01  C44-EDIT-COUNT            PIC ZZZ,ZZ9.
      *    The partition this step merges, as the PARM gave it and
      *    as a table slot (slot 1 for stream 0).
       01  C44-PARTITION             PIC X(01) VALUE SPACES.
       01  C44-PART-CHAR             PIC X(01).
       01  C44-PART-DIGIT REDEFINES C44-PART-CHAR
                                     PIC 9(01).
       01  C44-PART-IDX              PIC 9(02) COMP VALUE 0.
       01  C44-PART-TABLE.
           05  C44-PART-ENTRY        OCCURS 10 TIMES.
               10  C44-PART-EXPECTED PIC X(01).
                   88  C44-EXPECTED             VALUE 'Y'.
               10  C44-PART-MERGED   PIC X(01).
                   88  C44-MERGED               VALUE 'Y'.
               10  C44-PART-PROCESSED PIC 9(07) COMP.
      *    What the stream's own run history says about it.
       01  C44-STREAM-STATE          PIC X(01) VALUE 'M'.
           88  C44-STREAM-MISSING               VALUE 'M'.
           88  C44-STREAM-NOT-RUN               VALUE 'N'.
           88  C44-STREAM-STARTED               VALUE 'S'.
           88  C44-STREAM-ENDED                 VALUE 'E'.
       01  C44-STREAM-RC             PIC 9(02) VALUE ZERO.
       01  C44-STREAM-READ           PIC 9(07) COMP VALUE ZERO.
       01  C44-STREAM-PROCESSED      PIC 9(07) COMP VALUE ZERO.
       01  C44-STREAM-REJECTS        PIC 9(07) COMP VALUE ZERO.
       01  C44-STREAM-DUPS           PIC 9(07) COMP VALUE ZERO.
       01  C44-STREAM-CHKPT          PIC 9(07) COMP VALUE ZERO.
       01  C44-COPY-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  C44-COPY-TOTAL            PIC 9(07) COMP VALUE ZERO.
       01  C44-COPY-NAME             PIC X(08).
      *    A shared file that would not open or take a write during
      *    the copy; any one keeps the partition's marker off.
       01  C44-COPY-FAIL-SWITCH      PIC X(01) VALUE 'N'.
           88  C44-COPY-FAILED                  VALUE 'Y'.
       01  C44-FAIL-NAME             PIC X(08).
       01  C44-FAIL-STATUS           PIC X(02).
       01  C44-APPEND-STATUS         PIC X(02).
       01  C44-MISSING-COUNT         PIC 9(02) COMP VALUE ZERO.
       01  C44-COMBINED-PROCESSED    PIC 9(07) COMP VALUE ZERO.
      *    Combined reject register totals, by reason and by sender.
       01  C44-REJECT-COUNT          PIC 9(07) COMP VALUE ZERO.
       01  C44-FOUND-SWITCH          PIC X(01).
           88  C44-ENTRY-FOUND                  VALUE 'Y'.
       01  C44-RSN-MAX               PIC 9(02) COMP VALUE 10.
       01  C44-RSN-COUNT             PIC 9(02) COMP VALUE 0.
       01  C44-RSN-IDX               PIC 9(02) COMP VALUE 0.
       01  C44-RSN-TABLE.
           05  C44-RSN-ENTRY         OCCURS 10 TIMES.
               10  C44-RSN-CODE      PIC X(04).
               10  C44-RSN-TOTAL     PIC 9(07) COMP.
       01  C44-SRC-MAX               PIC 9(02) COMP VALUE 20.
       01  C44-SRC-COUNT             PIC 9(02) COMP VALUE 0.
       01  C44-SRC-IDX               PIC 9(02) COMP VALUE 0.
       01  C44-SRC-WORK              PIC X(08).
       01  C44-SRC-TABLE.
           05  C44-SRC-ENTRY         OCCURS 20 TIMES.
               10  C44-SRC-SYSTEM    PIC X(08).
               10  C44-SRC-TOTAL     PIC 9(07) COMP.

       01  C44-RPT-HEADING.
           05  FILLER                PIC X(29)
               VALUE "PARTITION MERGE AND BALANCE  ".
           05  FILLER                PIC X(09) VALUE "RUN DATE ".
           05  C44-HDG-DATE          PIC 9(08).
           05  FILLER                PIC X(07) VALUE "  PARM ".
           05  C44-HDG-PARM          PIC X(05).
           05  FILLER                PIC X(75) VALUE SPACES.
       01  C44-RPT-MESSAGE.
           05  C44-MSG-TEXT          PIC X(80).
           05  FILLER                PIC X(53) VALUE SPACES.
       01  C44-RPT-COPY-LINE.
           05  FILLER                PIC X(07) VALUE "COPIED ".
           05  C44-CPL-NAME          PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C44-CPL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                PIC X(09) VALUE " RECORDS ".
           05  C44-CPL-NOTE          PIC X(40).
           05  FILLER                PIC X(60) VALUE SPACES.
       01  C44-RPT-PART-LINE.
           05  FILLER                PIC X(10) VALUE "PARTITION ".
           05  C44-PTL-PART          PIC 9(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C44-PTL-STATE         PIC X(20).
           05  FILLER                PIC X(12) VALUE "  PROCESSED ".
           05  C44-PTL-PROCESSED     PIC ZZZ,ZZ9.
           05  FILLER                PIC X(81) VALUE SPACES.
       01  C44-RPT-TOTAL-LINE.
           05  C44-TOT-LABEL         PIC X(30).
           05  C44-TOT-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                PIC X(96) VALUE SPACES.
       01  C44-RJREG-HEADING.
           05  FILLER                PIC X(35)
               VALUE "COMBINED REJECT REGISTER  NIGHT OF ".
           05  C44-RJREG-HDG-DATE    PIC X(08).
           05  FILLER                PIC X(90) VALUE SPACES.
       01  C44-RJREG-DETAIL.
           05  FILLER                PIC X(07) VALUE "RECORD ".
           05  C44-RJREG-RECORD-NBR  PIC ZZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C44-RJREG-REASON      PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C44-RJREG-VALUE       PIC X(100).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C44-RJREG-SOURCE      PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
       01  C44-RJREG-TOTAL-LINE.
           05  C44-RJREG-TOT-LABEL   PIC X(26).
           05  C44-RJREG-TOT-COUNT   PIC ZZZ,ZZ9.
           05  FILLER                PIC X(100) VALUE SPACES.

       LINKAGE SECTION.
       01  C44-JCL-PARM.
           05  C44-JCL-PARM-LEN       PIC S9(4) COMP.
           05  C44-JCL-PARM-TEXT      PIC X(20).

       PROCEDURE DIVISION USING C44-JCL-PARM.
           PERFORM 1000-initialize.
           IF C44-MERGE-MODE AND C44-SPLIT-FOUND
               PERFORM 3000-merge-partition
           END-IF.
           IF C44-FINAL-MODE AND C44-SPLIT-FOUND
               PERFORM 5000-final-balance
           END-IF.
           PERFORM 9000-terminate.
           GOBACK.

       1000-initialize.
           ACCEPT C44-RUN-DATE FROM DATE YYYYMMDD.
           EVALUATE TRUE
               WHEN C44-JCL-PARM-LEN >= 5
                       AND C44-JCL-PARM-TEXT (1:4) = "PART"
                       AND C44-JCL-PARM-TEXT (5:1) IS NUMERIC
                   SET C44-MERGE-MODE TO TRUE
                   MOVE C44-JCL-PARM-TEXT (5:1) TO C44-PARTITION
               WHEN C44-JCL-PARM-LEN >= 5
                       AND C44-JCL-PARM-TEXT (1:5) = "FINAL"
                   SET C44-FINAL-MODE TO TRUE
               WHEN OTHER
                   DISPLAY "c000044 - ERROR: PARM MUST BE PARTn OR "
                       "FINAL - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.
           OPEN OUTPUT MERGERPT-FILE.
           IF C44-RPT-STATUS = "00"
               MOVE C44-RUN-DATE TO C44-HDG-DATE
               IF C44-JCL-PARM-LEN >= 5
                   MOVE C44-JCL-PARM-TEXT (1:5) TO C44-HDG-PARM
               ELSE
                   MOVE SPACES TO C44-HDG-PARM
               END-IF
               WRITE MERGE-LINE FROM C44-RPT-HEADING
           ELSE
               DISPLAY "c000044 - WARNING: MERGERPT NOT AVAILABLE, "
                   "STATUS " C44-RPT-STATUS
           END-IF.
           MOVE 'S' TO C44-RUNSTAT-TYPE.
           PERFORM 7000-write-runstat.
           MOVE 'E' TO C44-RUNSTAT-TYPE.
           IF RETURN-CODE = 0
               PERFORM 2000-read-night-history
           END-IF.

       2000-read-night-history.
      *    The latest split names the night: its start entry clears
      *    whatever an earlier night left in the table, its type-B
      *    entries say which partitions it filled, and the merge
      *    markers behind it say which have come home.
           PERFORM 2200-clear-partition
               VARYING C44-PART-IDX FROM 1 BY 1
               UNTIL C44-PART-IDX > 10.
           MOVE 'N' TO C44-EOF-SWITCH.
           OPEN INPUT RUNSTAT-FILE.
           IF C44-RUNSTAT-STATUS = "00"
               PERFORM 2100-read-runstat UNTIL C44-AT-END
               CLOSE RUNSTAT-FILE
           ELSE
               DISPLAY "c000044 - WARNING: RUNSTAT NOT AVAILABLE, "
                   "STATUS " C44-RUNSTAT-STATUS
           END-IF.
           IF C44-SPLIT-FOUND
      *        The queue stream is not cut from the split's file but
      *        belongs to every partitioned night.
               MOVE 'Y' TO C44-PART-EXPECTED (1)
               DISPLAY "c000044 - NIGHT OF " C44-NIGHT-DATE
           ELSE
               DISPLAY "c000044 - ERROR: NO c000043 SPLIT FOUND ON "
                   "RUNSTAT - NOTHING TO MERGE"
               MOVE "NO PARTITION SPLIT FOUND ON RUNSTAT"
                   TO C44-MSG-TEXT
               PERFORM 8000-write-message
               MOVE 16 TO RETURN-CODE
           END-IF.

       2100-read-runstat.
           READ RUNSTAT-FILE
               AT END
                   SET C44-AT-END TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN RS-PROGRAM = 'c000043' AND RS-START-ENTRY
                           PERFORM 2200-clear-partition
                               VARYING C44-PART-IDX FROM 1 BY 1
                               UNTIL C44-PART-IDX > 10
                           MOVE 'N' TO C44-SPLIT-SWITCH
                       WHEN RS-PROGRAM = 'c000043' AND RS-SOURCE-ENTRY
                           IF RS-PARTITION IS NUMERIC
                               PERFORM 2300-locate-partition
                               MOVE 'Y' TO
                                   C44-PART-EXPECTED (C44-PART-IDX)
                           END-IF
                       WHEN RS-PROGRAM = 'c000043' AND RS-END-ENTRY
                           SET C44-SPLIT-FOUND TO TRUE
                           MOVE RS-RUN-DATE TO C44-NIGHT-DATE
                       WHEN RS-PROGRAM = 'c000044' AND RS-SOURCE-ENTRY
                           IF RS-PARTITION IS NUMERIC
                               AND RS-RUN-DATE = C44-NIGHT-DATE
                               PERFORM 2300-locate-partition
                               MOVE 'Y' TO
                                   C44-PART-MERGED (C44-PART-IDX)
                               MOVE RS-RECORDS-PROCESSED TO
                                   C44-PART-PROCESSED (C44-PART-IDX)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       2200-clear-partition.
           MOVE 'N' TO C44-PART-EXPECTED (C44-PART-IDX).
           MOVE 'N' TO C44-PART-MERGED (C44-PART-IDX).
           MOVE ZERO TO C44-PART-PROCESSED (C44-PART-IDX).

       2300-locate-partition.
           MOVE RS-PARTITION TO C44-PART-CHAR.
           COMPUTE C44-PART-IDX = C44-PART-DIGIT + 1.

       3000-merge-partition.
           MOVE C44-PARTITION TO C44-PART-CHAR.
           COMPUTE C44-PART-IDX = C44-PART-DIGIT + 1.
           IF C44-MERGED (C44-PART-IDX)
               DISPLAY "c000044 - NOTE: PARTITION " C44-PARTITION
                   " ALREADY MERGED FOR " C44-NIGHT-DATE
                   " - NOTHING TO DO"
               MOVE "PARTITION ALREADY MERGED - NOTHING TO DO"
                   TO C44-MSG-TEXT
               PERFORM 8000-write-message
           ELSE
               IF NOT C44-EXPECTED (C44-PART-IDX)
                   DISPLAY "c000044 - NOTE: PARTITION "
                       C44-PARTITION " WAS NOT FILLED BY THE "
                       "SPLIT - MERGED ALL THE SAME"
               END-IF
               PERFORM 3100-check-stream
               IF C44-STREAM-ENDED AND C44-STREAM-RC NOT = 2
                   PERFORM 3200-check-checkpoint
                   MOVE 'N' TO C44-COPY-FAIL-SWITCH
                   PERFORM 3300-copy-stream-files
                   IF C44-COPY-FAILED
                       PERFORM 3450-report-copy-failed
                   ELSE
                       PERFORM 3400-write-marker
                   END-IF
               ELSE
                   PERFORM 3150-report-not-completed
               END-IF
           END-IF.

       3100-check-stream.
      *    Only the stream's last c000003 entry counts: a start
      *    entry with no end behind it is a run that abended (or
      *    is still going), and an end entry with RC 2 is an
      *    operator stop waiting for its RESTART.  Reads, rejects
      *    and duplicates sum across the stream's runs; processed
      *    is the last run's, which its checkpoint must agree with.
           MOVE 'N' TO C44-EOF-SWITCH.
           OPEN INPUT PRUNSTAT-FILE.
           IF C44-PRUNSTAT-STATUS = "00"
               SET C44-STREAM-NOT-RUN TO TRUE
               PERFORM 3110-read-stream-runstat UNTIL C44-AT-END
               CLOSE PRUNSTAT-FILE
           ELSE
               SET C44-STREAM-MISSING TO TRUE
           END-IF.

       3110-read-stream-runstat.
           READ PRUNSTAT-FILE INTO STREAM-RUNSTAT
               AT END
                   SET C44-AT-END TO TRUE
               NOT AT END
                   IF PS-PROGRAM = 'c000003'
                       EVALUATE TRUE
                           WHEN PS-START-ENTRY
                               SET C44-STREAM-STARTED TO TRUE
                           WHEN PS-END-ENTRY
                               SET C44-STREAM-ENDED TO TRUE
                               MOVE PS-HIGHEST-RC TO C44-STREAM-RC
                               ADD PS-RECORDS-READ
                                   TO C44-STREAM-READ
                               ADD PS-REJECT-COUNT
                                   TO C44-STREAM-REJECTS
                               ADD PS-DUPLICATE-COUNT
                                   TO C44-STREAM-DUPS
                               MOVE PS-RECORDS-PROCESSED
                                   TO C44-STREAM-PROCESSED
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       3150-report-not-completed.
           EVALUATE TRUE
               WHEN C44-STREAM-MISSING
                   MOVE "STREAM RUN HISTORY MISSING - NOT COMPLETED"
                       TO C44-MSG-TEXT
               WHEN C44-STREAM-NOT-RUN
                   MOVE "STREAM HAS NOT RUN - NOT COMPLETED"
                       TO C44-MSG-TEXT
               WHEN C44-STREAM-STARTED
                   MOVE "STREAM NEVER ENDED (ABEND) - NOT COMPLETED"
                       TO C44-MSG-TEXT
               WHEN OTHER
                   MOVE "STREAM STOPPED, AWAITS RESTART - NOT COMPLETED"
                       TO C44-MSG-TEXT
           END-EVALUATE.
           DISPLAY "c000044 - PARTITION " C44-PARTITION ": "
               C44-MSG-TEXT.
           PERFORM 8000-write-message.
           MOVE "NOTHING MERGED - RERUN STEP ONCE STREAM COMPLETES"
               TO C44-MSG-TEXT.
           PERFORM 8000-write-message.
           MOVE 8 TO RETURN-CODE.

       3200-check-checkpoint.
      *    The stream's checkpoint file is its own, so its last
      *    record has to carry the stream's last processed count,
      *    the same leg c000009 proves for the single-stream run.
           MOVE 'N' TO C44-EOF-SWITCH.
           OPEN INPUT PCHKPTFL-FILE.
           IF C44-PCHKPT-STATUS = "00"
               PERFORM 3210-read-stream-checkpoint UNTIL C44-AT-END
               CLOSE PCHKPTFL-FILE
           END-IF.
           IF (C44-CHKPT-SEEN
                   AND C44-STREAM-CHKPT NOT = C44-STREAM-PROCESSED)
               OR (NOT C44-CHKPT-SEEN AND C44-STREAM-PROCESSED > 0)
               DISPLAY "c000044 - WARNING: PARTITION " C44-PARTITION
                   " CHECKPOINT DOES NOT AGREE WITH ITS LAST "
                   "PROCESSED COUNT"
               MOVE "*** STREAM CHECKPOINT DISAGREES WITH PROCESSED"
                   TO C44-MSG-TEXT
               PERFORM 8000-write-message
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       3210-read-stream-checkpoint.
           READ PCHKPTFL-FILE
               AT END
                   SET C44-AT-END TO TRUE
               NOT AT END
                   SET C44-CHKPT-SEEN TO TRUE
                   MOVE PK-RECORD-COUNT TO C44-STREAM-CHKPT
           END-READ.

       3300-copy-stream-files.
      *    Every stream file is appended behind whatever the shared
      *    file already holds; one the stream never wrote (a quiet
      *    night with no corrections, say) is simply noted.  A
      *    shared file that will not open or take a write stops
      *    that file's copy and is noted for 3450; the other files
      *    still copy, so the report shows everything that landed.
           PERFORM 3310-copy-runstat.
           PERFORM 3320-copy-ackfile.
           PERFORM 3330-copy-suspense.
           PERFORM 3340-copy-chglog.
           PERFORM 3350-copy-errlog.
           PERFORM 3360-copy-vmevent.

       3310-copy-runstat.
           MOVE "RUNSTAT" TO C44-COPY-NAME.
           MOVE ZERO TO C44-COPY-COUNT.
           MOVE 'N' TO C44-EOF-SWITCH.
           OPEN INPUT PRUNSTAT-FILE.
           IF C44-PRUNSTAT-STATUS = "00"
               OPEN EXTEND RUNSTAT-FILE
               IF C44-RUNSTAT-STATUS = "35"
                   OPEN OUTPUT RUNSTAT-FILE
               END-IF
               IF C44-RUNSTAT-STATUS = "00"
                   PERFORM 3311-copy-runstat-record UNTIL C44-AT-END
                   CLOSE RUNSTAT-FILE
               ELSE
                   MOVE "RUNSTAT" TO C44-FAIL-NAME
                   MOVE C44-RUNSTAT-STATUS TO C44-FAIL-STATUS
                   PERFORM 3390-note-copy-failure
               END-IF
               CLOSE PRUNSTAT-FILE
               PERFORM 8100-write-copy-line
           ELSE
               PERFORM 8150-write-not-present
           END-IF.

       3311-copy-runstat-record.
           READ PRUNSTAT-FILE INTO RUNSTAT-RECORD
               AT END
                   SET C44-AT-END TO TRUE
               NOT AT END
                   WRITE RUNSTAT-RECORD
                   IF C44-RUNSTAT-STATUS = "00"
                       ADD 1 TO C44-COPY-COUNT
                   ELSE
                       MOVE "RUNSTAT" TO C44-FAIL-NAME
                       MOVE C44-RUNSTAT-STATUS TO C44-FAIL-STATUS
                       PERFORM 3390-note-copy-failure
                       SET C44-AT-END TO TRUE
                   END-IF
           END-READ.

       3320-copy-ackfile.
           MOVE "ACKFILE" TO C44-COPY-NAME.
           MOVE ZERO TO C44-COPY-COUNT.
           MOVE 'N' TO C44-EOF-SWITCH.
           OPEN INPUT PACKFILE-FILE.
           IF C44-PACK-STATUS = "00"
               OPEN EXTEND ACKFILE-FILE
               IF C44-ACK-STATUS = "35"
                   OPEN OUTPUT ACKFILE-FILE
               END-IF
               IF C44-ACK-STATUS = "00"
                   PERFORM 3321-copy-ack-record UNTIL C44-AT-END
                   CLOSE ACKFILE-FILE
               ELSE
                   MOVE "ACKFILE" TO C44-FAIL-NAME
                   MOVE C44-ACK-STATUS TO C44-FAIL-STATUS
                   PERFORM 3390-note-copy-failure
               END-IF
               CLOSE PACKFILE-FILE
               PERFORM 8100-write-copy-line
           ELSE
               PERFORM 8150-write-not-present
           END-IF.

       3321-copy-ack-record.
           READ PACKFILE-FILE
               AT END
                   SET C44-AT-END TO TRUE
               NOT AT END
                   WRITE ACKFILE-RECORD FROM PACKFILE-RECORD
                   IF C44-ACK-STATUS = "00"
                       ADD 1 TO C44-COPY-COUNT
                   ELSE
                       MOVE "ACKFILE" TO C44-FAIL-NAME
                       MOVE C44-ACK-STATUS TO C44-FAIL-STATUS
                       PERFORM 3390-note-copy-failure
                       SET C44-AT-END TO TRUE
                   END-IF
           END-READ.

       3330-copy-suspense.
      *    Original rejections (status N) also go to REJWORK, the
      *    night's work file the FINAL step prints the combined
      *    reject register from.
           MOVE "SUSPFILE" TO C44-COPY-NAME.
           MOVE ZERO TO C44-COPY-COUNT.
           MOVE 'N' TO C44-EOF-SWITCH.
           OPEN INPUT PSUSPFLE-FILE.
           IF C44-PSUSP-STATUS = "00"
               OPEN EXTEND SUSPFILE-FILE
               IF C44-SUSP-STATUS = "35"
                   OPEN OUTPUT SUSPFILE-FILE
               END-IF
               IF C44-SUSP-STATUS = "00"
                   OPEN EXTEND REJWORK-FILE
                   IF C44-REJ-STATUS = "35"
                       OPEN OUTPUT REJWORK-FILE
                   END-IF
                   IF C44-REJ-STATUS = "00"
                       PERFORM 3331-copy-suspense-record
                           UNTIL C44-AT-END
                       CLOSE REJWORK-FILE
                   ELSE
                       MOVE "REJWORK" TO C44-FAIL-NAME
                       MOVE C44-REJ-STATUS TO C44-FAIL-STATUS
                       PERFORM 3390-note-copy-failure
                   END-IF
                   CLOSE SUSPFILE-FILE
               ELSE
                   MOVE "SUSPFILE" TO C44-FAIL-NAME
                   MOVE C44-SUSP-STATUS TO C44-FAIL-STATUS
                   PERFORM 3390-note-copy-failure
               END-IF
               CLOSE PSUSPFLE-FILE
               PERFORM 8100-write-copy-line
           ELSE
               PERFORM 8150-write-not-present
           END-IF.

       3331-copy-suspense-record.
           READ PSUSPFLE-FILE INTO SUSPENSE-RECORD
               AT END
                   SET C44-AT-END TO TRUE
               NOT AT END
                   WRITE SUSPFILE-RECORD FROM SUSPENSE-RECORD
                   IF C44-SUSP-STATUS = "00"
                       ADD 1 TO C44-COPY-COUNT
                       IF SUS-STATUS-NEW
                           PERFORM 3332-copy-reject-record
                       END-IF
                   ELSE
                       MOVE "SUSPFILE" TO C44-FAIL-NAME
                       MOVE C44-SUSP-STATUS TO C44-FAIL-STATUS
                       PERFORM 3390-note-copy-failure
                       SET C44-AT-END TO TRUE
                   END-IF
           END-READ.

       3332-copy-reject-record.
           WRITE REJWORK-RECORD FROM SUSPENSE-RECORD.
           IF C44-REJ-STATUS NOT = "00"
               MOVE "REJWORK" TO C44-FAIL-NAME
               MOVE C44-REJ-STATUS TO C44-FAIL-STATUS
               PERFORM 3390-note-copy-failure
               SET C44-AT-END TO TRUE
           END-IF.

       3340-copy-chglog.
           MOVE "CHGLOG" TO C44-COPY-NAME.
           MOVE ZERO TO C44-COPY-COUNT.
           MOVE 'N' TO C44-EOF-SWITCH.
           OPEN INPUT PCHGLOG-FILE.
           IF C44-PCHG-STATUS = "00"
               OPEN EXTEND CHGLOG-FILE
               IF C44-CHG-STATUS = "35"
                   OPEN OUTPUT CHGLOG-FILE
               END-IF
               IF C44-CHG-STATUS = "00"
                   PERFORM 3341-copy-chglog-record UNTIL C44-AT-END
                   CLOSE CHGLOG-FILE
               ELSE
                   MOVE "CHGLOG" TO C44-FAIL-NAME
                   MOVE C44-CHG-STATUS TO C44-FAIL-STATUS
                   PERFORM 3390-note-copy-failure
               END-IF
               CLOSE PCHGLOG-FILE
               PERFORM 8100-write-copy-line
           ELSE
               PERFORM 8150-write-not-present
           END-IF.

       3341-copy-chglog-record.
           READ PCHGLOG-FILE
               AT END
                   SET C44-AT-END TO TRUE
               NOT AT END
                   WRITE CHGLOG-RECORD FROM PCHGLOG-RECORD
                   IF C44-CHG-STATUS = "00"
                       ADD 1 TO C44-COPY-COUNT
                   ELSE
                       MOVE "CHGLOG" TO C44-FAIL-NAME
                       MOVE C44-CHG-STATUS TO C44-FAIL-STATUS
                       PERFORM 3390-note-copy-failure
                       SET C44-AT-END TO TRUE
                   END-IF
           END-READ.

       3350-copy-errlog.
           MOVE "ERRLOG" TO C44-COPY-NAME.
           MOVE ZERO TO C44-COPY-COUNT.
           MOVE 'N' TO C44-EOF-SWITCH.
           OPEN INPUT PERRLOG-FILE.
           IF C44-PERR-STATUS = "00"
               OPEN EXTEND ERRLOG-FILE
               IF C44-ERR-STATUS = "35"
                   OPEN OUTPUT ERRLOG-FILE
               END-IF
               IF C44-ERR-STATUS = "00"
                   PERFORM 3351-copy-errlog-record UNTIL C44-AT-END
                   CLOSE ERRLOG-FILE
               ELSE
                   MOVE "ERRLOG" TO C44-FAIL-NAME
                   MOVE C44-ERR-STATUS TO C44-FAIL-STATUS
                   PERFORM 3390-note-copy-failure
               END-IF
               CLOSE PERRLOG-FILE
               PERFORM 8100-write-copy-line
           ELSE
               PERFORM 8150-write-not-present
           END-IF.

       3351-copy-errlog-record.
           READ PERRLOG-FILE
               AT END
                   SET C44-AT-END TO TRUE
               NOT AT END
                   WRITE ERRLOG-RECORD FROM PERRLOG-RECORD
                   IF C44-ERR-STATUS = "00"
                       ADD 1 TO C44-COPY-COUNT
                   ELSE
                       MOVE "ERRLOG" TO C44-FAIL-NAME
                       MOVE C44-ERR-STATUS TO C44-FAIL-STATUS
                       PERFORM 3390-note-copy-failure
                       SET C44-AT-END TO TRUE
                   END-IF
           END-READ.

       3360-copy-vmevent.
      *    A stream's change events join the journal in merge
      *    order, which is the order the outbound feed numbers
      *    them in.
           MOVE "VMEVENT" TO C44-COPY-NAME.
           MOVE ZERO TO C44-COPY-COUNT.
           MOVE 'N' TO C44-EOF-SWITCH.
           OPEN INPUT PVMEVENT-FILE.
           IF C44-PVME-STATUS = "00"
               OPEN EXTEND VMEVENT-FILE
               IF C44-VME-STATUS = "35"
                   OPEN OUTPUT VMEVENT-FILE
               END-IF
               IF C44-VME-STATUS = "00"
                   PERFORM 3361-copy-vmevent-record UNTIL C44-AT-END
                   CLOSE VMEVENT-FILE
               ELSE
                   MOVE "VMEVENT" TO C44-FAIL-NAME
                   MOVE C44-VME-STATUS TO C44-FAIL-STATUS
                   PERFORM 3390-note-copy-failure
               END-IF
               CLOSE PVMEVENT-FILE
               PERFORM 8100-write-copy-line
           ELSE
               PERFORM 8150-write-not-present
           END-IF.

       3361-copy-vmevent-record.
           READ PVMEVENT-FILE
               AT END
                   SET C44-AT-END TO TRUE
               NOT AT END
                   WRITE VMEVENT-RECORD FROM PVMEVENT-RECORD
                   IF C44-VME-STATUS = "00"
                       ADD 1 TO C44-COPY-COUNT
                   ELSE
                       MOVE "VMEVENT" TO C44-FAIL-NAME
                       MOVE C44-VME-STATUS TO C44-FAIL-STATUS
                       PERFORM 3390-note-copy-failure
                       SET C44-AT-END TO TRUE
                   END-IF
           END-READ.

       3390-note-copy-failure.
           DISPLAY "c000044 - ERROR: PARTITION " C44-PARTITION " "
               C44-FAIL-NAME " COPY FAILED, STATUS " C44-FAIL-STATUS.
           MOVE SPACES TO C44-MSG-TEXT.
           STRING "*** " DELIMITED BY SIZE
               C44-FAIL-NAME DELIMITED BY SPACE
               " OPEN OR WRITE FAILED, STATUS " DELIMITED BY SIZE
               C44-FAIL-STATUS DELIMITED BY SIZE
               INTO C44-MSG-TEXT.
           PERFORM 8000-write-message.
           SET C44-COPY-FAILED TO TRUE.
           MOVE 12 TO RETURN-CODE.

       3400-write-marker.
      *    The marker is written last, so a merge that fails part
      *    way leaves the partition unmerged on the record.
           MOVE 'c000044' TO RS-PROGRAM.
           MOVE C44-NIGHT-DATE TO RS-RUN-DATE.
           SET RS-SOURCE-ENTRY TO TRUE.
           ACCEPT RS-TIMESTAMP FROM TIME.
           MOVE C44-STREAM-READ TO RS-RECORDS-READ.
           MOVE C44-STREAM-PROCESSED TO RS-RECORDS-PROCESSED.
           MOVE C44-STREAM-REJECTS TO RS-REJECT-COUNT.
           MOVE C44-STREAM-DUPS TO RS-DUPLICATE-COUNT.
           MOVE C44-STREAM-RC TO RS-HIGHEST-RC.
           MOVE ZERO TO RS-ONLINE-VERIFIED.
           MOVE ZERO TO RS-INQUIRY-COUNT.
           MOVE SPACES TO RS-SOURCE-SYSTEM.
           MOVE C44-PARTITION TO RS-PARTITION.
           PERFORM 7050-append-runstat-record.
           IF C44-APPEND-STATUS = "00"
               MOVE "PARTITION MERGED" TO C44-MSG-TEXT
               PERFORM 8000-write-message
               DISPLAY "c000044 - PARTITION " C44-PARTITION
                   " MERGED FOR " C44-NIGHT-DATE
           ELSE
               MOVE "RUNSTAT" TO C44-FAIL-NAME
               MOVE C44-APPEND-STATUS TO C44-FAIL-STATUS
               PERFORM 3390-note-copy-failure
               PERFORM 3450-report-copy-failed
           END-IF.

       3450-report-copy-failed.
      *    No marker, so the partition still reads as unmerged; but
      *    what did copy is already on the shared files, and a
      *    plain rerun would append it a second time.
           MOVE "MERGE INCOMPLETE - PARTITION NOT MARKED MERGED"
               TO C44-MSG-TEXT.
           PERFORM 8000-write-message.
           MOVE "RESTORE THE SHARED FILES, THEN RERUN THE STEP"
               TO C44-MSG-TEXT.
           PERFORM 8000-write-message.
           DISPLAY "c000044 - PARTITION " C44-PARTITION
               " MERGE INCOMPLETE - NOT MARKED MERGED".

       5000-final-balance.
           PERFORM 5100-report-partition
               VARYING C44-PART-IDX FROM 1 BY 1
               UNTIL C44-PART-IDX > 10.
           IF C44-MISSING-COUNT > 0
               DISPLAY "c000044 - ERROR: " C44-MISSING-COUNT
                   " PARTITION(S) NOT MERGED - COMBINED CHECKPOINT "
                   "NOT WRITTEN"
               MOVE "*** NOT ALL MERGED - NO COMBINED CHECKPOINT"
                   TO C44-MSG-TEXT
               PERFORM 8000-write-message
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 5200-write-combined-checkpoint
           END-IF.
           IF C44-RPT-STATUS = "00"
               MOVE SPACES TO C44-RPT-TOTAL-LINE
               WRITE MERGE-LINE FROM C44-RPT-TOTAL-LINE
               MOVE "COMBINED PROCESSED COUNT" TO C44-TOT-LABEL
               MOVE C44-COMBINED-PROCESSED TO C44-TOT-COUNT
               WRITE MERGE-LINE FROM C44-RPT-TOTAL-LINE
           END-IF.
           PERFORM 5300-print-reject-register.

       5100-report-partition.
           IF C44-EXPECTED (C44-PART-IDX)
                   OR C44-MERGED (C44-PART-IDX)
               COMPUTE C44-PART-DIGIT = C44-PART-IDX - 1
               MOVE C44-PART-DIGIT TO C44-PTL-PART
               MOVE C44-PART-PROCESSED (C44-PART-IDX)
                   TO C44-PTL-PROCESSED
               IF C44-MERGED (C44-PART-IDX)
                   MOVE "MERGED" TO C44-PTL-STATE
                   ADD C44-PART-PROCESSED (C44-PART-IDX)
                       TO C44-COMBINED-PROCESSED
               ELSE
                   MOVE "*** NOT MERGED" TO C44-PTL-STATE
                   ADD 1 TO C44-MISSING-COUNT
                   DISPLAY "c000044 - ERROR: PARTITION "
                       C44-PART-CHAR " NOT MERGED"
               END-IF
               IF C44-RPT-STATUS = "00"
                   WRITE MERGE-LINE FROM C44-RPT-PART-LINE
               END-IF
           END-IF.

       5200-write-combined-checkpoint.
      *    One record on the shared checkpoint file standing for
      *    the whole night, so the final-checkpoint leg balances
      *    the partitioned night as one run.
           OPEN EXTEND CHKPTFL-FILE.
           IF C44-CHKPT-STATUS = "35"
               OPEN OUTPUT CHKPTFL-FILE
           END-IF.
           MOVE C44-COMBINED-PROCESSED TO CK-RECORD-COUNT.
           MOVE SPACES TO CK-LAST-VALUE.
           WRITE CHKPTFL-RECORD.
           IF C44-CHKPT-STATUS NOT = "00"
               DISPLAY "c000044 - ERROR: COMBINED CHECKPOINT WRITE "
                   "FAILED, STATUS " C44-CHKPT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "COMBINED CHECKPOINT WRITTEN TO CHKPTFL"
                   TO C44-MSG-TEXT
               PERFORM 8000-write-message
           END-IF.
           CLOSE CHKPTFL-FILE.

       5300-print-reject-register.
           OPEN OUTPUT RJREGRPT-FILE.
           IF C44-RJREG-STATUS NOT = "00"
               DISPLAY "c000044 - WARNING: RJREGRPT NOT AVAILABLE, "
                   "STATUS " C44-RJREG-STATUS
           ELSE
               MOVE C44-NIGHT-DATE TO C44-RJREG-HDG-DATE
               WRITE RJREG-LINE FROM C44-RJREG-HEADING
               MOVE 'N' TO C44-EOF-SWITCH
               OPEN INPUT REJWORK-FILE
               IF C44-REJ-STATUS = "00"
                   PERFORM 5310-print-one-reject UNTIL C44-AT-END
                   CLOSE REJWORK-FILE
               END-IF
               PERFORM 5400-write-reject-totals
               CLOSE RJREGRPT-FILE
           END-IF.

       5310-print-one-reject.
           READ REJWORK-FILE INTO SUSPENSE-RECORD
               AT END
                   SET C44-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO C44-REJECT-COUNT
                   MOVE SUS-RECORD-NBR TO C44-RJREG-RECORD-NBR
                   MOVE SUS-REASON-CODE TO C44-RJREG-REASON
                   MOVE SUS-RECORD-IMAGE (1:100) TO C44-RJREG-VALUE
                   MOVE SUS-SOURCE-SYSTEM TO C44-RJREG-SOURCE
                   WRITE RJREG-LINE FROM C44-RJREG-DETAIL
                   PERFORM 5320-count-reason
                   MOVE SUS-SOURCE-SYSTEM TO C44-SRC-WORK
                   PERFORM 5330-count-source
           END-READ.

       5320-count-reason.
           MOVE 'N' TO C44-FOUND-SWITCH.
           IF C44-RSN-COUNT > 0
               PERFORM 5321-search-reason
                   VARYING C44-RSN-IDX FROM 1 BY 1
                   UNTIL C44-RSN-IDX > C44-RSN-COUNT
                       OR C44-ENTRY-FOUND
           END-IF.
           IF NOT C44-ENTRY-FOUND AND C44-RSN-COUNT < C44-RSN-MAX
               ADD 1 TO C44-RSN-COUNT
               MOVE C44-RSN-COUNT TO C44-RSN-IDX
               MOVE SUS-REASON-CODE TO C44-RSN-CODE (C44-RSN-IDX)
               MOVE ZERO TO C44-RSN-TOTAL (C44-RSN-IDX)
               SET C44-ENTRY-FOUND TO TRUE
           END-IF.
           IF C44-ENTRY-FOUND
               ADD 1 TO C44-RSN-TOTAL (C44-RSN-IDX)
           END-IF.

       5321-search-reason.
           IF C44-RSN-CODE (C44-RSN-IDX) = SUS-REASON-CODE
               SET C44-ENTRY-FOUND TO TRUE
      *        The VARYING adds one more before the UNTIL test sees
      *        the switch, so step back to the matched slot.
               SUBTRACT 1 FROM C44-RSN-IDX
           END-IF.

       5330-count-source.
           MOVE 'N' TO C44-FOUND-SWITCH.
           IF C44-SRC-COUNT > 0
               PERFORM 5331-search-source
                   VARYING C44-SRC-IDX FROM 1 BY 1
                   UNTIL C44-SRC-IDX > C44-SRC-COUNT
                       OR C44-ENTRY-FOUND
           END-IF.
           IF NOT C44-ENTRY-FOUND AND C44-SRC-COUNT < C44-SRC-MAX
               ADD 1 TO C44-SRC-COUNT
               MOVE C44-SRC-COUNT TO C44-SRC-IDX
               MOVE C44-SRC-WORK TO C44-SRC-SYSTEM (C44-SRC-IDX)
               MOVE ZERO TO C44-SRC-TOTAL (C44-SRC-IDX)
               SET C44-ENTRY-FOUND TO TRUE
           END-IF.
           IF C44-ENTRY-FOUND
               ADD 1 TO C44-SRC-TOTAL (C44-SRC-IDX)
           END-IF.

       5331-search-source.
           IF C44-SRC-SYSTEM (C44-SRC-IDX) = C44-SRC-WORK
               SET C44-ENTRY-FOUND TO TRUE
               SUBTRACT 1 FROM C44-SRC-IDX
           END-IF.

       5400-write-reject-totals.
           MOVE SPACES TO C44-RJREG-TOT-LABEL.
           WRITE RJREG-LINE FROM C44-RJREG-TOTAL-LINE.
           IF C44-RSN-COUNT > 0
               PERFORM 5410-write-reason-total
                   VARYING C44-RSN-IDX FROM 1 BY 1
                   UNTIL C44-RSN-IDX > C44-RSN-COUNT
           END-IF.
           MOVE "TOTAL REJECTS" TO C44-RJREG-TOT-LABEL.
           MOVE C44-REJECT-COUNT TO C44-RJREG-TOT-COUNT.
           WRITE RJREG-LINE FROM C44-RJREG-TOTAL-LINE.
      *    Each sender's rejects on their own lines, as the single
      *    stream's register prints them; blank is the online
      *    queue and console entries.
           IF C44-SRC-COUNT > 0
               MOVE SPACES TO C44-RJREG-TOTAL-LINE
               WRITE RJREG-LINE FROM C44-RJREG-TOTAL-LINE
               PERFORM 5420-write-source-total
                   VARYING C44-SRC-IDX FROM 1 BY 1
                   UNTIL C44-SRC-IDX > C44-SRC-COUNT
           END-IF.

       5410-write-reason-total.
           MOVE SPACES TO C44-RJREG-TOT-LABEL.
           STRING "REJECTS REASON " DELIMITED BY SIZE
               C44-RSN-CODE (C44-RSN-IDX) DELIMITED BY SIZE
               INTO C44-RJREG-TOT-LABEL.
           MOVE C44-RSN-TOTAL (C44-RSN-IDX) TO C44-RJREG-TOT-COUNT.
           WRITE RJREG-LINE FROM C44-RJREG-TOTAL-LINE.

       5420-write-source-total.
           MOVE SPACES TO C44-RJREG-TOT-LABEL.
           STRING "REJECTS FOR " DELIMITED BY SIZE
               C44-SRC-SYSTEM (C44-SRC-IDX) DELIMITED BY SIZE
               INTO C44-RJREG-TOT-LABEL.
           MOVE C44-SRC-TOTAL (C44-SRC-IDX) TO C44-RJREG-TOT-COUNT.
           WRITE RJREG-LINE FROM C44-RJREG-TOTAL-LINE.

       7000-write-runstat.
      *    Start and end entries on the shared RUNSTAT run history,
      *    the same way the other batch programs record themselves;
      *    a merge step's entries carry its partition, the FINAL
      *    step's are blank and carry the night's date and the
      *    combined processed count, which forward recovery holds
      *    the final checkpoint against.
           MOVE 'c000044' TO RS-PROGRAM.
           IF C44-FINAL-MODE AND C44-SPLIT-FOUND
               MOVE C44-NIGHT-DATE TO RS-RUN-DATE
           ELSE
               MOVE C44-RUN-DATE TO RS-RUN-DATE
           END-IF.
           MOVE C44-RUNSTAT-TYPE TO RS-ENTRY-TYPE.
           ACCEPT RS-TIMESTAMP FROM TIME.
           IF C44-FINAL-MODE
               MOVE C44-COMBINED-PROCESSED TO RS-RECORDS-READ
               MOVE C44-COMBINED-PROCESSED TO RS-RECORDS-PROCESSED
               MOVE C44-REJECT-COUNT TO RS-REJECT-COUNT
           ELSE
               MOVE C44-STREAM-READ TO RS-RECORDS-READ
               MOVE C44-COPY-TOTAL TO RS-RECORDS-PROCESSED
               MOVE C44-STREAM-REJECTS TO RS-REJECT-COUNT
           END-IF.
           MOVE ZERO TO RS-DUPLICATE-COUNT.
           MOVE ZERO TO RS-ONLINE-VERIFIED.
           MOVE ZERO TO RS-INQUIRY-COUNT.
           MOVE SPACES TO RS-SOURCE-SYSTEM.
           MOVE C44-PARTITION TO RS-PARTITION.
           IF RETURN-CODE > 99
               MOVE 99 TO RS-HIGHEST-RC
           ELSE
               MOVE RETURN-CODE TO RS-HIGHEST-RC
           END-IF.
           PERFORM 7050-append-runstat-record.

       7050-append-runstat-record.
           OPEN EXTEND RUNSTAT-FILE.
           IF C44-RUNSTAT-STATUS = "35"
               OPEN OUTPUT RUNSTAT-FILE
           END-IF.
           WRITE RUNSTAT-RECORD.
           MOVE C44-RUNSTAT-STATUS TO C44-APPEND-STATUS.
           IF C44-RUNSTAT-STATUS NOT = "00"
               DISPLAY "c000044 - WARNING: RUNSTAT WRITE FAILED, "
                   "STATUS " C44-RUNSTAT-STATUS
           END-IF.
           CLOSE RUNSTAT-FILE.

       8000-write-message.
           IF C44-RPT-STATUS = "00"
               WRITE MERGE-LINE FROM C44-RPT-MESSAGE
           END-IF.

       8100-write-copy-line.
           ADD C44-COPY-COUNT TO C44-COPY-TOTAL.
           IF C44-RPT-STATUS = "00"
               MOVE C44-COPY-NAME TO C44-CPL-NAME
               MOVE C44-COPY-COUNT TO C44-CPL-COUNT
               MOVE SPACES TO C44-CPL-NOTE
               WRITE MERGE-LINE FROM C44-RPT-COPY-LINE
           END-IF.

       8150-write-not-present.
           IF C44-RPT-STATUS = "00"
               MOVE C44-COPY-NAME TO C44-CPL-NAME
               MOVE ZERO TO C44-CPL-COUNT
               MOVE "(STREAM FILE NOT PRESENT)" TO C44-CPL-NOTE
               WRITE MERGE-LINE FROM C44-RPT-COPY-LINE
           END-IF.

       9000-terminate.
           PERFORM 7000-write-runstat.
           IF C44-RPT-STATUS = "00"
               CLOSE MERGERPT-FILE
           END-IF.
