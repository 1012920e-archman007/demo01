       IDENTIFICATION DIVISION.
       PROGRAM-ID. c000043.
      *
      * Partition split for the partitioned overnight run.  Reads
      * the night's validated driving file (CLEANFLE, as c000015
      * wrote it) and deals its HDR...TRL batches out to up to four
      * partition files, STRPART1-STRPART4, by source system: every
      * batch from one sender goes to the same partition, and each
      * partition drives its own c000003 stream (jobs DL100B1-
      * DL100B4) so the senders' work runs side by side instead of
      * one after another.  The online pending queue is worked by a
      * stream of its own (DL100B0) and is not split.
      *
      * A new sender takes the next unused partition; once every
      * partition has a sender, a further sender joins the
      * partition carrying the fewest records so far.  Batches are
      * copied as they stand, controls and all, so each partition
      * is a complete driving file that c000003 verifies batch by
      * batch exactly as it would the whole night's file.  Every
      * partition is written, even one that received nothing, so
      * each stream finds its file.
      *
      * The assignment prints on SPLITRPT and is recorded on
      * RUNSTAT: one type-B entry per sender (source system and
      * partition filled) and one per partition (source blank)
      * carrying the partition's totals, which is how the c000044
      * merge knows which streams the night expects.
      *
      * PARM='n' LIMITS THE SPLIT TO n PARTITIONS (1-4); DEFAULT 4.
      * RC=0 SPLIT COMPLETE; RC=16 CONTROL FAILURE (A DATA RECORD
      * OUTSIDE ANY HDR...TRL BATCH, A BATCH WITH NO TRAILER, OR A
      * DRIVING FILE OR PARTITION THAT WILL NOT OPEN) - DO NOT RUN
      * THE STREAMS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEANFLE-FILE ASSIGN TO "CLEANFLE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C43-IN-STATUS.
           SELECT STRPART1-FILE ASSIGN TO "STRPART1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C43-PART1-STATUS.
           SELECT STRPART2-FILE ASSIGN TO "STRPART2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C43-PART2-STATUS.
           SELECT STRPART3-FILE ASSIGN TO "STRPART3"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C43-PART3-STATUS.
           SELECT STRPART4-FILE ASSIGN TO "STRPART4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C43-PART4-STATUS.
           SELECT SPLITRPT-FILE ASSIGN TO "SPLITRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C43-RPT-STATUS.
           SELECT RUNSTAT-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C43-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLEANFLE-FILE
           RECORDING MODE IS F.
       01  CLEANFLE-RECORD           PIC X(120).

       FD  STRPART1-FILE
           RECORDING MODE IS F.
       01  STRPART1-RECORD           PIC X(120).

       FD  STRPART2-FILE
           RECORDING MODE IS F.
       01  STRPART2-RECORD           PIC X(120).

       FD  STRPART3-FILE
           RECORDING MODE IS F.
       01  STRPART3-RECORD           PIC X(120).

       FD  STRPART4-FILE
           RECORDING MODE IS F.
       01  STRPART4-RECORD           PIC X(120).

       FD  SPLITRPT-FILE
           RECORDING MODE IS F.
       01  SPLIT-LINE                PIC X(133).

       FD  RUNSTAT-FILE
           RECORDING MODE IS F.
           COPY CPYRUN.

       WORKING-STORAGE SECTION.
       COPY CPYSTF.
       01  C43-IN-STATUS             PIC X(02).
       01  C43-PART1-STATUS          PIC X(02).
       01  C43-PART2-STATUS          PIC X(02).
       01  C43-PART3-STATUS          PIC X(02).
       01  C43-PART4-STATUS          PIC X(02).
       01  C43-RPT-STATUS            PIC X(02).
       01  C43-RUNSTAT-STATUS        PIC X(02).
       01  C43-RUNSTAT-TYPE          PIC X(01) VALUE 'E'.
       01  C43-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  C43-AT-END                       VALUE 'Y'.
       01  C43-HDR-SWITCH            PIC X(01) VALUE 'N'.
           88  C43-HEADER-SEEN                  VALUE 'Y'.
       01  C43-FOUND-SWITCH          PIC X(01).
           88  C43-SOURCE-FOUND                 VALUE 'Y'.
       01  C43-RUN-DATE              PIC 9(08).
       01  C43-RECORDS-READ          PIC 9(07) COMP VALUE ZERO.
       01  C43-RECORDS-WRITTEN       PIC 9(07) COMP VALUE ZERO.
       01  C43-EDIT-COUNT            PIC ZZZ,ZZ9.
      *    The number of partitions in use this night, and the one
      *    the batch now being copied is going to.
       01  C43-PART-MAX              PIC 9(01) VALUE 4.
       01  C43-PART-COUNT            PIC 9(01) VALUE 4.
       01  C43-PART-IDX              PIC 9(02) COMP VALUE 0.
       01  C43-PART-CURRENT          PIC 9(02) COMP VALUE 0.
       01  C43-PART-NEXT             PIC 9(02) COMP VALUE 0.
       01  C43-PART-LIGHTEST         PIC 9(02) COMP VALUE 0.
       01  C43-PART-DIGIT            PIC 9(01).
       01  C43-PART-TABLE.
           05  C43-PART-ENTRY        OCCURS 4 TIMES.
               10  C43-PART-SOURCES  PIC 9(03) COMP.
               10  C43-PART-BATCHES  PIC 9(05) COMP.
               10  C43-PART-RECORDS  PIC 9(07) COMP.
      *    The senders seen so far and the partition each was given.
       01  C43-SRC-MAX               PIC 9(02) COMP VALUE 20.
       01  C43-SRC-COUNT             PIC 9(02) COMP VALUE 0.
       01  C43-SRC-IDX               PIC 9(02) COMP VALUE 0.
       01  C43-SRC-CURRENT           PIC 9(02) COMP VALUE 0.
       01  C43-SRC-TABLE.
           05  C43-SRC-ENTRY         OCCURS 20 TIMES.
               10  C43-SRC-SYSTEM    PIC X(08).
               10  C43-SRC-PART      PIC 9(02) COMP.
               10  C43-SRC-BATCHES   PIC 9(05) COMP.
               10  C43-SRC-RECORDS   PIC 9(07) COMP.

       01  C43-RPT-HEADING.
           05  FILLER                PIC X(29)
               VALUE "STRINFLE PARTITION SPLIT     ".
           05  FILLER                PIC X(09) VALUE "RUN DATE ".
           05  C43-HDG-DATE          PIC 9(08).
           05  FILLER                PIC X(13) VALUE "  PARTITIONS ".
           05  C43-HDG-PARTS         PIC 9(01).
           05  FILLER                PIC X(73) VALUE SPACES.
       01  C43-RPT-SOURCE-LINE.
           05  FILLER                PIC X(07) VALUE "SOURCE ".
           05  C43-SRL-SYSTEM        PIC X(08).
           05  FILLER                PIC X(12) VALUE "  PARTITION ".
           05  C43-SRL-PART          PIC 9(01).
           05  FILLER                PIC X(10) VALUE "  BATCHES ".
           05  C43-SRL-BATCHES       PIC ZZ,ZZ9.
           05  FILLER                PIC X(10) VALUE "  RECORDS ".
           05  C43-SRL-RECORDS       PIC ZZZ,ZZ9.
           05  FILLER                PIC X(72) VALUE SPACES.
       01  C43-RPT-PART-LINE.
           05  FILLER                PIC X(10) VALUE "PARTITION ".
           05  C43-PTL-PART          PIC 9(01).
           05  FILLER                PIC X(10) VALUE "  SOURCES ".
           05  C43-PTL-SOURCES       PIC ZZ9.
           05  FILLER                PIC X(10) VALUE "  BATCHES ".
           05  C43-PTL-BATCHES       PIC ZZ,ZZ9.
           05  FILLER                PIC X(10) VALUE "  RECORDS ".
           05  C43-PTL-RECORDS       PIC ZZZ,ZZ9.
           05  FILLER                PIC X(76) VALUE SPACES.
       01  C43-RPT-TOTAL-LINE.
           05  C43-TOT-LABEL         PIC X(30).
           05  C43-TOT-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                PIC X(96) VALUE SPACES.

       LINKAGE SECTION.
       01  C43-JCL-PARM.
           05  C43-JCL-PARM-LEN       PIC S9(4) COMP.
           05  C43-JCL-PARM-TEXT      PIC X(20).

       PROCEDURE DIVISION USING C43-JCL-PARM.
           PERFORM 1000-initialize.
           PERFORM 2000-split-record UNTIL C43-AT-END.
           PERFORM 9000-terminate.
           GOBACK.

       1000-initialize.
           ACCEPT C43-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'S' TO C43-RUNSTAT-TYPE.
           MOVE SPACES TO RS-SOURCE-SYSTEM.
           MOVE SPACES TO RS-PARTITION.
           PERFORM 8100-write-runstat.
           MOVE 'E' TO C43-RUNSTAT-TYPE.
      *    A PARM of one digit narrows the split for a light night
      *    or a stream held out of the schedule; anything else
      *    takes all four partitions.
           IF C43-JCL-PARM-LEN >= 1
                   AND C43-JCL-PARM-TEXT (1:1) IS NUMERIC
               MOVE C43-JCL-PARM-TEXT (1:1) TO C43-PART-DIGIT
               IF C43-PART-DIGIT >= 1
                       AND C43-PART-DIGIT <= C43-PART-MAX
                   MOVE C43-PART-DIGIT TO C43-PART-COUNT
               ELSE
                   DISPLAY "c000043 - WARNING: PARM '"
                       C43-JCL-PARM-TEXT (1:1) "' OUT OF RANGE - "
                       "SPLITTING " C43-PART-MAX " WAYS"
               END-IF
           END-IF.
           PERFORM 1100-clear-partition
               VARYING C43-PART-IDX FROM 1 BY 1
               UNTIL C43-PART-IDX > C43-PART-MAX.
           OPEN INPUT CLEANFLE-FILE.
           IF C43-IN-STATUS NOT = "00"
               DISPLAY "c000043 - ERROR: UNABLE TO OPEN CLEANFLE, "
                   "STATUS " C43-IN-STATUS
               MOVE 16 TO RETURN-CODE
               SET C43-AT-END TO TRUE
           END-IF.
      *    Every partition file is opened, including any beyond
      *    the PARM's count, so an idle stream still finds an
      *    empty driving file rather than a missing one.
           OPEN OUTPUT STRPART1-FILE.
           OPEN OUTPUT STRPART2-FILE.
           OPEN OUTPUT STRPART3-FILE.
           OPEN OUTPUT STRPART4-FILE.
           IF C43-PART1-STATUS NOT = "00"
               OR C43-PART2-STATUS NOT = "00"
               OR C43-PART3-STATUS NOT = "00"
               OR C43-PART4-STATUS NOT = "00"
               DISPLAY "c000043 - ERROR: UNABLE TO OPEN PARTITION "
                   "FILES, STATUS " C43-PART1-STATUS "/"
                   C43-PART2-STATUS "/" C43-PART3-STATUS "/"
                   C43-PART4-STATUS
               MOVE 16 TO RETURN-CODE
               SET C43-AT-END TO TRUE
           END-IF.
           OPEN OUTPUT SPLITRPT-FILE.
           IF C43-RPT-STATUS = "00"
               MOVE C43-RUN-DATE TO C43-HDG-DATE
               MOVE C43-PART-COUNT TO C43-HDG-PARTS
               WRITE SPLIT-LINE FROM C43-RPT-HEADING
           ELSE
               DISPLAY "c000043 - WARNING: SPLITRPT NOT AVAILABLE, "
                   "STATUS " C43-RPT-STATUS
           END-IF.

       1100-clear-partition.
           MOVE ZERO TO C43-PART-SOURCES (C43-PART-IDX).
           MOVE ZERO TO C43-PART-BATCHES (C43-PART-IDX).
           MOVE ZERO TO C43-PART-RECORDS (C43-PART-IDX).

       2000-split-record.
           READ CLEANFLE-FILE INTO STRIN-WORK-RECORD
               AT END
                   SET C43-AT-END TO TRUE
                   PERFORM 2400-verify-controls
               NOT AT END
                   ADD 1 TO C43-RECORDS-READ
                   EVALUATE TRUE
                       WHEN STRIN-HEADER
                           PERFORM 2100-start-batch
                       WHEN STRIN-TRAILER
                           PERFORM 2200-end-batch
                       WHEN OTHER
                           PERFORM 2300-copy-data-record
                   END-EVALUATE
           END-READ.

       2100-start-batch.
      *    The header decides the batch's partition; everything up
      *    to and including its trailer follows it there.
           IF C43-HEADER-SEEN
               DISPLAY "c000043 - ERROR: TRAILER RECORD MISSING "
                   "FOR SOURCE " C43-SRC-SYSTEM (C43-SRC-CURRENT)
               MOVE 16 TO RETURN-CODE
               SET C43-AT-END TO TRUE
           ELSE
               SET C43-HEADER-SEEN TO TRUE
               PERFORM 2500-find-source
               IF C43-SOURCE-FOUND
                   MOVE C43-SRC-PART (C43-SRC-CURRENT)
                       TO C43-PART-CURRENT
                   ADD 1 TO C43-SRC-BATCHES (C43-SRC-CURRENT)
                   ADD 1 TO C43-PART-BATCHES (C43-PART-CURRENT)
                   PERFORM 2600-write-partition
               ELSE
                   MOVE 16 TO RETURN-CODE
                   SET C43-AT-END TO TRUE
               END-IF
           END-IF.

       2200-end-batch.
           IF NOT C43-HEADER-SEEN
               DISPLAY "c000043 - ERROR: TRAILER RECORD OUTSIDE "
                   "ANY BATCH AT RECORD " C43-RECORDS-READ
               MOVE 16 TO RETURN-CODE
               SET C43-AT-END TO TRUE
           ELSE
               PERFORM 2600-write-partition
               MOVE 'N' TO C43-HDR-SWITCH
           END-IF.

       2300-copy-data-record.
      *    A record with no batch open belongs to no sender, so it
      *    has no partition - the file is not what c000015 wrote.
           IF NOT C43-HEADER-SEEN
               DISPLAY "c000043 - ERROR: DATA RECORD OUTSIDE ANY "
                   "BATCH AT RECORD " C43-RECORDS-READ
               MOVE 16 TO RETURN-CODE
               SET C43-AT-END TO TRUE
           ELSE
               ADD 1 TO C43-SRC-RECORDS (C43-SRC-CURRENT)
               ADD 1 TO C43-PART-RECORDS (C43-PART-CURRENT)
               PERFORM 2600-write-partition
           END-IF.

       2400-verify-controls.
           IF C43-HEADER-SEEN
               DISPLAY "c000043 - ERROR: TRAILER RECORD MISSING - "
                   "CLEANFLE MAY BE TRUNCATED"
               MOVE 16 TO RETURN-CODE
           END-IF.

       2500-find-source.
           MOVE 'N' TO C43-FOUND-SWITCH.
           IF C43-SRC-COUNT > 0
               PERFORM 2510-search-source
                   VARYING C43-SRC-IDX FROM 1 BY 1
                   UNTIL C43-SRC-IDX > C43-SRC-COUNT
                       OR C43-SOURCE-FOUND
           END-IF.
           IF C43-SOURCE-FOUND
               MOVE C43-SRC-IDX TO C43-SRC-CURRENT
           ELSE
               IF C43-SRC-COUNT < C43-SRC-MAX
                   ADD 1 TO C43-SRC-COUNT
                   MOVE C43-SRC-COUNT TO C43-SRC-CURRENT
                   MOVE SH-SOURCE-SYSTEM
                       TO C43-SRC-SYSTEM (C43-SRC-CURRENT)
                   MOVE ZERO TO C43-SRC-BATCHES (C43-SRC-CURRENT)
                   MOVE ZERO TO C43-SRC-RECORDS (C43-SRC-CURRENT)
                   PERFORM 2550-assign-partition
                   SET C43-SOURCE-FOUND TO TRUE
               ELSE
                   DISPLAY "c000043 - ERROR: SOURCE TABLE FULL, "
                       "NO PARTITION FOR " SH-SOURCE-SYSTEM
               END-IF
           END-IF.

       2510-search-source.
           IF C43-SRC-SYSTEM (C43-SRC-IDX) = SH-SOURCE-SYSTEM
               SET C43-SOURCE-FOUND TO TRUE
      *        The VARYING adds one more before the UNTIL test sees
      *        the switch, so step back to the matched slot.
               SUBTRACT 1 FROM C43-SRC-IDX
           END-IF.

       2550-assign-partition.
      *    Fill the partitions in turn first; after that a new
      *    sender goes where the fewest records have gone so far.
           IF C43-PART-NEXT < C43-PART-COUNT
               ADD 1 TO C43-PART-NEXT
               MOVE C43-PART-NEXT TO C43-SRC-PART (C43-SRC-CURRENT)
           ELSE
               MOVE 1 TO C43-PART-LIGHTEST
               PERFORM 2560-compare-partition
                   VARYING C43-PART-IDX FROM 2 BY 1
                   UNTIL C43-PART-IDX > C43-PART-COUNT
               MOVE C43-PART-LIGHTEST
                   TO C43-SRC-PART (C43-SRC-CURRENT)
           END-IF.
           MOVE C43-SRC-PART (C43-SRC-CURRENT) TO C43-PART-IDX.
           ADD 1 TO C43-PART-SOURCES (C43-PART-IDX).

       2560-compare-partition.
           IF C43-PART-RECORDS (C43-PART-IDX)
                   < C43-PART-RECORDS (C43-PART-LIGHTEST)
               MOVE C43-PART-IDX TO C43-PART-LIGHTEST
           END-IF.

       2600-write-partition.
           EVALUATE C43-PART-CURRENT
               WHEN 1
                   WRITE STRPART1-RECORD FROM STRIN-WORK-RECORD
               WHEN 2
                   WRITE STRPART2-RECORD FROM STRIN-WORK-RECORD
               WHEN 3
                   WRITE STRPART3-RECORD FROM STRIN-WORK-RECORD
               WHEN 4
                   WRITE STRPART4-RECORD FROM STRIN-WORK-RECORD
           END-EVALUATE.
           ADD 1 TO C43-RECORDS-WRITTEN.

       9000-terminate.
           IF C43-IN-STATUS = "00" OR C43-IN-STATUS = "10"
               CLOSE CLEANFLE-FILE
           END-IF.
           CLOSE STRPART1-FILE.
           CLOSE STRPART2-FILE.
           CLOSE STRPART3-FILE.
           CLOSE STRPART4-FILE.
           IF C43-SRC-COUNT > 0
               PERFORM 9100-report-source
                   VARYING C43-SRC-IDX FROM 1 BY 1
                   UNTIL C43-SRC-IDX > C43-SRC-COUNT
           END-IF.
           IF C43-RPT-STATUS = "00"
               MOVE SPACES TO SPLIT-LINE
               WRITE SPLIT-LINE
           END-IF.
           PERFORM 9200-report-partition
               VARYING C43-PART-IDX FROM 1 BY 1
               UNTIL C43-PART-IDX > C43-PART-COUNT.
           IF C43-RPT-STATUS = "00"
               MOVE SPACES TO C43-RPT-TOTAL-LINE
               WRITE SPLIT-LINE FROM C43-RPT-TOTAL-LINE
               MOVE "RECORDS READ" TO C43-TOT-LABEL
               MOVE C43-RECORDS-READ TO C43-TOT-COUNT
               WRITE SPLIT-LINE FROM C43-RPT-TOTAL-LINE
               MOVE "RECORDS WRITTEN TO PARTITIONS" TO C43-TOT-LABEL
               MOVE C43-RECORDS-WRITTEN TO C43-TOT-COUNT
               WRITE SPLIT-LINE FROM C43-RPT-TOTAL-LINE
               CLOSE SPLITRPT-FILE
           END-IF.
           MOVE C43-RECORDS-READ TO C43-EDIT-COUNT.
           DISPLAY "c000043 - RECORDS READ:          " C43-EDIT-COUNT.
           MOVE C43-RECORDS-WRITTEN TO C43-EDIT-COUNT.
           DISPLAY "c000043 - RECORDS WRITTEN:       " C43-EDIT-COUNT.
           MOVE SPACES TO RS-SOURCE-SYSTEM.
           MOVE SPACES TO RS-PARTITION.
           PERFORM 8100-write-runstat.

       9100-report-source.
           MOVE C43-SRC-PART (C43-SRC-IDX) TO C43-PART-DIGIT.
           IF C43-RPT-STATUS = "00"
               MOVE C43-SRC-SYSTEM (C43-SRC-IDX) TO C43-SRL-SYSTEM
               MOVE C43-PART-DIGIT TO C43-SRL-PART
               MOVE C43-SRC-BATCHES (C43-SRC-IDX) TO C43-SRL-BATCHES
               MOVE C43-SRC-RECORDS (C43-SRC-IDX) TO C43-SRL-RECORDS
               WRITE SPLIT-LINE FROM C43-RPT-SOURCE-LINE
           END-IF.
           MOVE C43-SRC-SYSTEM (C43-SRC-IDX) TO RS-SOURCE-SYSTEM.
           MOVE C43-PART-DIGIT TO RS-PARTITION.
           MOVE C43-SRC-RECORDS (C43-SRC-IDX) TO RS-RECORDS-READ.
           MOVE C43-SRC-RECORDS (C43-SRC-IDX)
               TO RS-RECORDS-PROCESSED.
           PERFORM 8150-write-split-entry.

       9200-report-partition.
      *    One entry per partition in use, whether or not it
      *    received a sender - the merge expects a stream for
      *    each of them.
           MOVE C43-PART-IDX TO C43-PART-DIGIT.
           IF C43-RPT-STATUS = "00"
               MOVE C43-PART-DIGIT TO C43-PTL-PART
               MOVE C43-PART-SOURCES (C43-PART-IDX)
                   TO C43-PTL-SOURCES
               MOVE C43-PART-BATCHES (C43-PART-IDX)
                   TO C43-PTL-BATCHES
               MOVE C43-PART-RECORDS (C43-PART-IDX)
                   TO C43-PTL-RECORDS
               WRITE SPLIT-LINE FROM C43-RPT-PART-LINE
           END-IF.
           MOVE SPACES TO RS-SOURCE-SYSTEM.
           MOVE C43-PART-DIGIT TO RS-PARTITION.
           MOVE C43-PART-RECORDS (C43-PART-IDX) TO RS-RECORDS-READ.
           MOVE C43-PART-RECORDS (C43-PART-IDX)
               TO RS-RECORDS-PROCESSED.
           PERFORM 8150-write-split-entry.

       8100-write-runstat.
      *    Start and end entries on the shared RUNSTAT run history,
      *    the same way the other batch programs record themselves.
      *    The merge takes the end entry's date as the night's.
           MOVE 'c000043' TO RS-PROGRAM.
           MOVE C43-RUN-DATE TO RS-RUN-DATE.
           MOVE C43-RUNSTAT-TYPE TO RS-ENTRY-TYPE.
           ACCEPT RS-TIMESTAMP FROM TIME.
           MOVE C43-RECORDS-READ TO RS-RECORDS-READ.
           MOVE C43-RECORDS-WRITTEN TO RS-RECORDS-PROCESSED.
           MOVE ZERO TO RS-REJECT-COUNT.
           MOVE ZERO TO RS-DUPLICATE-COUNT.
           MOVE ZERO TO RS-ONLINE-VERIFIED.
           MOVE ZERO TO RS-INQUIRY-COUNT.
           IF RETURN-CODE > 99
               MOVE 99 TO RS-HIGHEST-RC
           ELSE
               MOVE RETURN-CODE TO RS-HIGHEST-RC
           END-IF.
           PERFORM 8200-append-runstat-record.

       8150-write-split-entry.
           MOVE 'c000043' TO RS-PROGRAM.
           MOVE C43-RUN-DATE TO RS-RUN-DATE.
           SET RS-SOURCE-ENTRY TO TRUE.
           ACCEPT RS-TIMESTAMP FROM TIME.
           MOVE ZERO TO RS-REJECT-COUNT.
           MOVE ZERO TO RS-DUPLICATE-COUNT.
           MOVE ZERO TO RS-ONLINE-VERIFIED.
           MOVE ZERO TO RS-INQUIRY-COUNT.
           IF RETURN-CODE > 99
               MOVE 99 TO RS-HIGHEST-RC
           ELSE
               MOVE RETURN-CODE TO RS-HIGHEST-RC
           END-IF.
           PERFORM 8200-append-runstat-record.

       8200-append-runstat-record.
           OPEN EXTEND RUNSTAT-FILE.
           IF C43-RUNSTAT-STATUS = "35"
               OPEN OUTPUT RUNSTAT-FILE
           END-IF.
           WRITE RUNSTAT-RECORD.
           IF C43-RUNSTAT-STATUS NOT = "00"
               DISPLAY "c000043 - WARNING: RUNSTAT WRITE FAILED, "
                   "STATUS " C43-RUNSTAT-STATUS
           END-IF.
           CLOSE RUNSTAT-FILE.
