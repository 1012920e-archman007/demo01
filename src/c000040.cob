       IDENTIFICATION DIVISION.
       PROGRAM-ID. c000040.
      *
      * Month-end data-quality scorecard for the upstream senders:
      * one page per source system, the document the account
      * managers send back to each sender when the business
      * complains about the quality of what it sends us.  Each
      * page gives the month's records sent and the percentage
      * accepted, the rejects by reason, duplicates skipped, values
      * corrected on the sender's behalf by a synonym rule, how
      * many batches were held or refused, and how long the
      * sender's suspense items took to clear - then trends the
      * month against the three before it.
      *
      * The figures come from the files the nightly cycle already
      * keeps.  RUNSTAT type-B entries give the volumes: c000003's
      * records read, accepted, and duplicate-skipped per sender,
      * and c000015's per-batch pre-edit rejects, synonym
      * standardizations, and refused batches.  ACKHIST, the
      * accumulated ACKFILE dispositions, gives the batches
      * received and those held.  SUSPFILE gives the processing
      * rejects by reason code - each original rejection names its
      * sender - and, replayed as the status journal it is, when
      * each item was reprocessed clean or written off.  Records
      * sent are the records read plus those the pre-edit took out
      * plus those held unprocessed; a refused file is counted as
      * a refused batch, its records never having been read.
      *
      * A delimited copy (SCOREDLM: HDR, one pipe-delimited row
      * per sender per month, TRL) goes alongside the printed
      * scorecard for the account managers to mail out.
      *
      * PARM='YYYYMM' SELECTS THE MONTH; WITH NO PARM THE RUN
      * DATE'S CALENDAR MONTH IS SCORED.  RC=0 NORMALLY; RC=12 WHEN
      * THE SCORECARD OR ITS DELIMITED COPY COULD NOT BE OPENED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNSTAT-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C40-RUNSTAT-STATUS.
           SELECT ACKHIST-FILE ASSIGN TO "ACKHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C40-ACKHIST-STATUS.
           SELECT SUSPFILE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C40-SUSP-STATUS.
           SELECT SRCMAST-FILE ASSIGN TO "SRCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-SOURCE-SYSTEM
               FILE STATUS IS C40-SRCMAST-STATUS.
           SELECT SCORERPT-FILE ASSIGN TO "SCORERPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C40-RPT-STATUS.
           SELECT SCOREDLM-FILE ASSIGN TO "SCOREDLM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C40-DLM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNSTAT-FILE
           RECORDING MODE IS F.
           COPY CPYRUN.

       FD  ACKHIST-FILE
           RECORDING MODE IS F.
           COPY CPYACK.

       FD  SUSPFILE-FILE
           RECORDING MODE IS F.
           COPY CPYSUS.

       FD  SRCMAST-FILE
           RECORDING MODE IS F.
           COPY CPYSRM.

       FD  SCORERPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                  PIC X(133).

       FD  SCOREDLM-FILE
           RECORDING MODE IS F.
       01  DLM-RECORD                PIC X(200).

       WORKING-STORAGE SECTION.
       01  C40-RUNSTAT-STATUS        PIC X(02).
       01  C40-ACKHIST-STATUS        PIC X(02).
       01  C40-SUSP-STATUS           PIC X(02).
       01  C40-SRCMAST-STATUS        PIC X(02).
       01  C40-RPT-STATUS            PIC X(02).
       01  C40-DLM-STATUS            PIC X(02).
       01  C40-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  C40-AT-END                       VALUE 'Y'.
       01  C40-SRCMAST-OPEN-SWITCH   PIC X(01) VALUE 'N'.
           88  C40-SRCMAST-AVAILABLE            VALUE 'Y'.
       01  C40-RPT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
           88  C40-RPT-OPENED                   VALUE 'Y'.
       01  C40-DLM-OPEN-SWITCH       PIC X(01) VALUE 'N'.
           88  C40-DLM-OPENED                   VALUE 'Y'.
       01  C40-CURRENT-DATE          PIC 9(08).
       01  C40-CURRENT-DATE-X REDEFINES C40-CURRENT-DATE
                                     PIC X(08).
       01  C40-REPORT-MONTH          PIC X(06).
       01  C40-WORK-YEAR             PIC 9(04).
       01  C40-WORK-MONTH            PIC 9(02).
       01  C40-MONTH-WORK            PIC X(06).
       01  C40-MON-IDX               PIC 9(02) COMP VALUE 0.
       01  C40-MON-HIT               PIC 9(02) COMP VALUE 0.
      *    The scored month and the three before it, oldest first;
      *    slot 4 is the month being scored.
       01  C40-MONTH-TABLE.
           05  C40-MONTH-KEY         PIC X(06) OCCURS 4 TIMES.

      *    The processing reject reasons broken out on the page;
      *    anything else is counted under the last slot.
       01  C40-REASON-VALUES.
           05  FILLER                PIC X(04) VALUE 'LEN '.
           05  FILLER                PIC X(04) VALUE 'REF '.
           05  FILLER                PIC X(04) VALUE 'DUP '.
           05  FILLER                PIC X(04) VALUE 'INAC'.
           05  FILLER                PIC X(04) VALUE 'TYP '.
           05  FILLER                PIC X(04) VALUE 'OTHR'.
       01  C40-REASON-TABLE REDEFINES C40-REASON-VALUES.
           05  C40-REASON-CODE       PIC X(04) OCCURS 6 TIMES.
       01  C40-REASON-IDX            PIC 9(02) COMP VALUE 0.
       01  C40-REASON-HIT            PIC 9(02) COMP VALUE 0.
       01  C40-REASON-WORK           PIC X(04).

      *    One entry per sender seen in the four months, each with
      *    a slot per month.  The last batch and last held batch
      *    (by business date) keep a restart's second header, or
      *    a batch's second held record, from counting twice.
       01  C40-SRC-MAX               PIC 9(03) COMP VALUE 50.
       01  C40-SRC-COUNT             PIC 9(03) COMP VALUE 0.
       01  C40-SRC-IDX               PIC 9(03) COMP VALUE 0.
       01  C40-SRC-WORK              PIC X(08).
       01  C40-SRC-FOUND-SWITCH      PIC X(01).
           88  C40-SRC-FOUND                    VALUE 'Y'.
       01  C40-SRC-FULL-SWITCH       PIC X(01) VALUE 'N'.
           88  C40-SRC-TABLE-FULL               VALUE 'Y'.
       01  C40-SRC-TABLE.
           05  C40-SRC-ENTRY         OCCURS 50 TIMES.
               10  C40-SRC-SYSTEM    PIC X(08).
               10  C40-SRC-LAST-BATCH PIC X(08).
               10  C40-SRC-LAST-HELD PIC X(08).
               10  C40-SRC-MONTH     OCCURS 4 TIMES.
                   15  C40-SM-READ   PIC 9(07) COMP.
                   15  C40-SM-ACCEPTED
                                     PIC 9(07) COMP.
                   15  C40-SM-DUPS   PIC 9(07) COMP.
                   15  C40-SM-EDIT-REJECTS
                                     PIC 9(07) COMP.
                   15  C40-SM-STANDARDIZED
                                     PIC 9(07) COMP.
                   15  C40-SM-BATCHES
                                     PIC 9(05) COMP.
                   15  C40-SM-HELD-BATCHES
                                     PIC 9(05) COMP.
                   15  C40-SM-REFUSED
                                     PIC 9(05) COMP.
                   15  C40-SM-HELD-RECORDS
                                     PIC 9(07) COMP.
                   15  C40-SM-REASON-COUNT
                                     PIC 9(07) COMP OCCURS 6 TIMES.
                   15  C40-SM-CLEARED
                                     PIC 9(07) COMP.
                   15  C40-SM-CLEAR-DAYS
                                     PIC 9(09) COMP.
                   15  C40-SM-OPEN   PIC 9(07) COMP.

      *    Suspense items opened in the four months by a known
      *    sender, keyed as c000022 keys them (run date + input
      *    record number); the newest event seen for an item is
      *    its current status.
       01  C40-ITEM-MAX              PIC 9(04) COMP VALUE 3000.
       01  C40-ITEM-COUNT            PIC 9(04) COMP VALUE 0.
       01  C40-ITEM-IDX              PIC 9(04) COMP VALUE 0.
       01  C40-ITEM-FOUND-SWITCH     PIC X(01).
           88  C40-ITEM-FOUND                   VALUE 'Y'.
       01  C40-ITEM-OVERFLOW-SW      PIC X(01) VALUE 'N'.
           88  C40-ITEM-OVERFLOW                VALUE 'Y'.
       01  C40-ITEM-TABLE.
           05  C40-ITEM-ENTRY        OCCURS 3000 TIMES.
               10  C40-IT-RUN-DATE   PIC X(08).
               10  C40-IT-RECORD-NBR PIC 9(07).
               10  C40-IT-SRC-IDX    PIC 9(03) COMP.
               10  C40-IT-MON-IDX    PIC 9(02) COMP.
               10  C40-IT-STATUS     PIC X(01).
               10  C40-IT-STATUS-DATE
                                     PIC X(08).

       01  C40-DATE-WORK             PIC 9(08).
       01  C40-START-INTEGER         PIC 9(08) COMP.
       01  C40-END-INTEGER           PIC 9(08) COMP.
       01  C40-DAYS                  PIC 9(05) COMP.
       01  C40-PAGE-COUNT            PIC 9(04) COMP VALUE 0.
       01  C40-ROW-COUNT             PIC 9(07) COMP VALUE 0.
       01  C40-COUNT-DISPLAY         PIC 9(07).
       01  C40-EDIT-COUNT            PIC ZZZ,ZZ9.

      *    One month's figures for a sender, derived for printing
      *    and for the delimited row.
       01  C40-D-SENT                PIC 9(07) COMP.
       01  C40-D-ACCEPTED            PIC 9(07) COMP.
       01  C40-D-REJECTS             PIC 9(07) COMP.
       01  C40-D-DUPS                PIC 9(07) COMP.
       01  C40-D-STANDARDIZED        PIC 9(07) COMP.
       01  C40-D-HELD-REFUSED        PIC 9(05) COMP.
       01  C40-D-CLEARED             PIC 9(07) COMP.
       01  C40-D-CLEAR-DAYS          PIC 9(09) COMP.
       01  C40-D-PCT                 PIC 9(03)V9.
       01  C40-D-AVG-DAYS            PIC 9(05)V9.
      *    The three months before, summed for the average line.
       01  C40-P-SENT                PIC 9(08) COMP.
       01  C40-P-ACCEPTED            PIC 9(08) COMP.
       01  C40-P-REJECTS             PIC 9(08) COMP.
       01  C40-P-DUPS                PIC 9(08) COMP.
       01  C40-P-STANDARDIZED        PIC 9(08) COMP.
       01  C40-P-HELD-REFUSED        PIC 9(06) COMP.
       01  C40-P-CLEARED             PIC 9(08) COMP.
       01  C40-P-CLEAR-DAYS          PIC 9(10) COMP.

       01  C40-RPT-HEADING.
           05  FILLER                PIC X(37)
               VALUE "DL100 SENDER DATA-QUALITY SCORECARD  ".
           05  FILLER                PIC X(06) VALUE "MONTH ".
           05  C40-HDG-MONTH         PIC X(06).
           05  FILLER                PIC X(11) VALUE "  RUN DATE ".
           05  C40-HDG-RUN           PIC 9(08).
           05  FILLER                PIC X(07) VALUE "  PAGE ".
           05  C40-HDG-PAGE          PIC ZZZ9.
           05  FILLER                PIC X(53) VALUE SPACES.
       01  C40-RPT-SOURCE-LINE.
           05  FILLER                PIC X(07) VALUE "SOURCE ".
           05  C40-SL-SOURCE         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C40-SL-NAME           PIC X(30).
           05  FILLER                PIC X(09) VALUE " CONTACT ".
           05  C40-SL-CONTACT        PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C40-SL-PHONE          PIC X(15).
           05  FILLER                PIC X(30) VALUE SPACES.
       01  C40-RPT-TOTAL-LINE.
           05  C40-TOT-LABEL         PIC X(40).
           05  C40-TOT-VALUE         PIC X(20).
           05  FILLER                PIC X(72) VALUE SPACES.
       01  C40-RPT-TREND-HEAD.
           05  FILLER                PIC X(12) VALUE "MONTH".
           05  FILLER                PIC X(10) VALUE "      SENT".
           05  FILLER                PIC X(10) VALUE "  ACCEPTED".
           05  FILLER                PIC X(08) VALUE "  % ACPT".
           05  FILLER                PIC X(10) VALUE "   REJECTS".
           05  FILLER                PIC X(12) VALUE "  DUPLICATES".
           05  FILLER                PIC X(15)
               VALUE "   HELD/REFUSED".
           05  FILLER                PIC X(14) VALUE "  STANDARDIZED".
           05  FILLER                PIC X(10) VALUE "   CLEARED".
           05  FILLER                PIC X(13) VALUE " AVG CLR DAYS".
           05  FILLER                PIC X(18) VALUE SPACES.
       01  C40-RPT-TREND-LINE.
           05  C40-TL-LABEL          PIC X(12).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  C40-TL-SENT           PIC ZZZ,ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  C40-TL-ACCEPTED       PIC ZZZ,ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  C40-TL-PCT            PIC ZZ9.9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  C40-TL-REJECTS        PIC ZZZ,ZZ9.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  C40-TL-DUPS           PIC ZZZ,ZZ9.
           05  FILLER                PIC X(09) VALUE SPACES.
           05  C40-TL-HELD-REFUSED   PIC ZZ,ZZ9.
           05  FILLER                PIC X(07) VALUE SPACES.
           05  C40-TL-STANDARDIZED   PIC ZZZ,ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  C40-TL-CLEARED        PIC ZZZ,ZZ9.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  C40-TL-AVG-DAYS       PIC ZZ,ZZ9.9.
           05  FILLER                PIC X(18) VALUE SPACES.
       01  C40-RPT-SECTION           PIC X(132).
       01  C40-EDIT-PCT              PIC ZZ9.9.
       01  C40-EDIT-DAYS             PIC ZZ,ZZ9.9.
       01  C40-PRINT-LINE.
           05  C40-PRT-CC            PIC X(01).
           05  C40-PRT-TEXT          PIC X(132).

      *    Unedited fields for the delimited row.
       01  C40-DLM-SENT              PIC 9(07).
       01  C40-DLM-ACCEPTED          PIC 9(07).
       01  C40-DLM-PCT               PIC 999.9.
       01  C40-DLM-EDIT-REJECTS      PIC 9(07).
       01  C40-DLM-REASON            PIC 9(07) OCCURS 6 TIMES.
       01  C40-DLM-DUPS              PIC 9(07).
       01  C40-DLM-STANDARDIZED      PIC 9(07).
       01  C40-DLM-BATCHES           PIC 9(05).
       01  C40-DLM-HELD              PIC 9(05).
       01  C40-DLM-REFUSED           PIC 9(05).
       01  C40-DLM-CLEARED           PIC 9(07).
       01  C40-DLM-AVG-DAYS          PIC 99999.9.
       01  C40-DLM-OPEN              PIC 9(07).
       01  C40-DLM-NAME              PIC X(30).

       LINKAGE SECTION.
       01  C40-JCL-PARM.
           05  C40-JCL-PARM-LEN       PIC S9(4) COMP.
           05  C40-JCL-PARM-TEXT      PIC X(20).

       PROCEDURE DIVISION USING C40-JCL-PARM.
           PERFORM 1000-initialize.
           PERFORM 2000-post-run-history.
           PERFORM 3000-post-acknowledgments.
           PERFORM 4000-post-suspense.
           PERFORM 5000-age-one-item
               VARYING C40-ITEM-IDX FROM 1 BY 1
               UNTIL C40-ITEM-IDX > C40-ITEM-COUNT.
           PERFORM 6000-produce-scorecards.
           PERFORM 9000-terminate.
           GOBACK.

       1000-initialize.
           ACCEPT C40-CURRENT-DATE FROM DATE YYYYMMDD.
           IF C40-JCL-PARM-LEN >= 6
                   AND C40-JCL-PARM-TEXT (1:6) IS NUMERIC
               MOVE C40-JCL-PARM-TEXT (1:6) TO C40-REPORT-MONTH
           ELSE
      *        No PARM scores the run date's calendar month, the
      *        same default the DL100Y rollup takes.
               MOVE C40-CURRENT-DATE-X (1:6) TO C40-REPORT-MONTH
           END-IF.
           PERFORM 1100-set-month-window.
           OPEN INPUT SRCMAST-FILE.
           IF C40-SRCMAST-STATUS = "00"
               SET C40-SRCMAST-AVAILABLE TO TRUE
           ELSE
               DISPLAY "c000040 - WARNING: SRCMAST NOT AVAILABLE, "
                   "STATUS " C40-SRCMAST-STATUS " - SENDER NAMES "
                   "NOT PRINTED"
           END-IF.
           OPEN OUTPUT SCORERPT-FILE.
           IF C40-RPT-STATUS = "00"
               SET C40-RPT-OPENED TO TRUE
           ELSE
               DISPLAY "c000040 - ERROR: UNABLE TO OPEN SCORERPT, "
                   "STATUS " C40-RPT-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT SCOREDLM-FILE.
           IF C40-DLM-STATUS = "00"
               SET C40-DLM-OPENED TO TRUE
               MOVE SPACES TO DLM-RECORD
               STRING "HDR" DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      "DL100 SENDER SCORECARD" DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      C40-REPORT-MONTH DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      C40-CURRENT-DATE DELIMITED BY SIZE
                      INTO DLM-RECORD
               WRITE DLM-RECORD
           ELSE
               DISPLAY "c000040 - ERROR: UNABLE TO OPEN SCOREDLM, "
                   "STATUS " C40-DLM-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

       1100-set-month-window.
           MOVE C40-REPORT-MONTH TO C40-MONTH-KEY (4).
           MOVE C40-REPORT-MONTH (1:4) TO C40-WORK-YEAR.
           MOVE C40-REPORT-MONTH (5:2) TO C40-WORK-MONTH.
           PERFORM 1110-step-back-one-month
               VARYING C40-MON-IDX FROM 3 BY -1
               UNTIL C40-MON-IDX < 1.

       1110-step-back-one-month.
           IF C40-WORK-MONTH = 1
               MOVE 12 TO C40-WORK-MONTH
               SUBTRACT 1 FROM C40-WORK-YEAR
           ELSE
               SUBTRACT 1 FROM C40-WORK-MONTH
           END-IF.
           MOVE C40-WORK-YEAR TO C40-MONTH-KEY (C40-MON-IDX) (1:4).
           MOVE C40-WORK-MONTH TO C40-MONTH-KEY (C40-MON-IDX) (5:2).

       1500-find-month.
      *    Leaves the month's slot in C40-MON-HIT, zero when the
      *    month falls outside the four being scored.
           MOVE ZERO TO C40-MON-HIT.
           PERFORM 1510-match-month
               VARYING C40-MON-IDX FROM 1 BY 1
               UNTIL C40-MON-IDX > 4.

       1510-match-month.
           IF C40-MONTH-KEY (C40-MON-IDX) = C40-MONTH-WORK
               MOVE C40-MON-IDX TO C40-MON-HIT
           END-IF.

       1600-find-reason.
           MOVE 6 TO C40-REASON-HIT.
           PERFORM 1610-match-reason
               VARYING C40-REASON-IDX FROM 1 BY 1
               UNTIL C40-REASON-IDX > 5.

       1610-match-reason.
           IF C40-REASON-CODE (C40-REASON-IDX) = C40-REASON-WORK
               MOVE C40-REASON-IDX TO C40-REASON-HIT
           END-IF.

       1700-find-source.
      *    Finds the sender in C40-SRC-WORK, adding it with zero
      *    counts the first time it is seen.
           MOVE 'N' TO C40-SRC-FOUND-SWITCH.
           IF C40-SRC-COUNT > 0
               PERFORM 1710-search-source
                   VARYING C40-SRC-IDX FROM 1 BY 1
                   UNTIL C40-SRC-IDX > C40-SRC-COUNT
                       OR C40-SRC-FOUND
           END-IF.
           IF NOT C40-SRC-FOUND
               IF C40-SRC-COUNT < C40-SRC-MAX
                   ADD 1 TO C40-SRC-COUNT
                   MOVE C40-SRC-COUNT TO C40-SRC-IDX
                   INITIALIZE C40-SRC-ENTRY (C40-SRC-IDX)
                   MOVE C40-SRC-WORK TO C40-SRC-SYSTEM (C40-SRC-IDX)
                   SET C40-SRC-FOUND TO TRUE
               ELSE
                   IF NOT C40-SRC-TABLE-FULL
                       SET C40-SRC-TABLE-FULL TO TRUE
                       DISPLAY "c000040 - WARNING: SOURCE TABLE "
                           "FULL - SENDER " C40-SRC-WORK
                           " AND LATER SENDERS NOT SCORED"
                   END-IF
               END-IF
           END-IF.

       1710-search-source.
           IF C40-SRC-SYSTEM (C40-SRC-IDX) = C40-SRC-WORK
               SET C40-SRC-FOUND TO TRUE
      *        The VARYING adds one more before the UNTIL test sees
      *        the switch, so step back to the matched slot.
               SUBTRACT 1 FROM C40-SRC-IDX
           END-IF.

       2000-post-run-history.
           MOVE 'N' TO C40-EOF-SWITCH.
           OPEN INPUT RUNSTAT-FILE.
           IF C40-RUNSTAT-STATUS = "00"
               PERFORM 2100-read-runstat UNTIL C40-AT-END
               CLOSE RUNSTAT-FILE
           ELSE
               DISPLAY "c000040 - WARNING: RUNSTAT NOT AVAILABLE, "
                   "STATUS " C40-RUNSTAT-STATUS " - NO VOLUMES "
                   "SCORED"
           END-IF.

       2100-read-runstat.
           READ RUNSTAT-FILE
               AT END
                   SET C40-AT-END TO TRUE
               NOT AT END
                   IF RS-SOURCE-ENTRY
                       AND RS-SOURCE-SYSTEM NOT = SPACES
                       MOVE RS-RUN-DATE (1:6) TO C40-MONTH-WORK
                       PERFORM 1500-find-month
                       IF C40-MON-HIT > 0
                           MOVE RS-SOURCE-SYSTEM TO C40-SRC-WORK
                           PERFORM 1700-find-source
                           IF C40-SRC-FOUND
                               PERFORM 2200-post-source-entry
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2200-post-source-entry.
           EVALUATE RS-PROGRAM
               WHEN 'c000003'
                   ADD RS-RECORDS-READ
                       TO C40-SM-READ (C40-SRC-IDX, C40-MON-HIT)
                   ADD RS-RECORDS-PROCESSED
                       TO C40-SM-ACCEPTED (C40-SRC-IDX, C40-MON-HIT)
                   ADD RS-DUPLICATE-COUNT
                       TO C40-SM-DUPS (C40-SRC-IDX, C40-MON-HIT)
               WHEN 'c000015'
                   ADD RS-REJECT-COUNT TO
                       C40-SM-EDIT-REJECTS (C40-SRC-IDX, C40-MON-HIT)
                   ADD RS-STANDARDIZED-COUNT TO
                       C40-SM-STANDARDIZED (C40-SRC-IDX, C40-MON-HIT)
                   IF RS-HIGHEST-RC >= 16
                       ADD 1 TO
                           C40-SM-REFUSED (C40-SRC-IDX, C40-MON-HIT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3000-post-acknowledgments.
           MOVE 'N' TO C40-EOF-SWITCH.
           OPEN INPUT ACKHIST-FILE.
           IF C40-ACKHIST-STATUS = "00"
               PERFORM 3100-read-ackhist UNTIL C40-AT-END
               CLOSE ACKHIST-FILE
           ELSE
               DISPLAY "c000040 - WARNING: ACKHIST NOT AVAILABLE, "
                   "STATUS " C40-ACKHIST-STATUS " - BATCHES AND "
                   "HELD RECORDS NOT SCORED"
           END-IF.

       3100-read-ackhist.
           READ ACKHIST-FILE
               AT END
                   SET C40-AT-END TO TRUE
               NOT AT END
                   IF AK-HEADER OR AK-HELD
                       MOVE AK-BUSINESS-DATE (1:6) TO C40-MONTH-WORK
                       PERFORM 1500-find-month
                       IF C40-MON-HIT > 0
                           MOVE AK-SOURCE-SYSTEM TO C40-SRC-WORK
                           PERFORM 1700-find-source
                           IF C40-SRC-FOUND
                               PERFORM 3200-post-acknowledgment
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       3200-post-acknowledgment.
      *    A sender sends one batch per business date; a second
      *    header for the same date is a restart reopening the
      *    group, and every held record after the first belongs
      *    to the batch already counted as held.
           IF AK-HEADER
               IF AK-BUSINESS-DATE
                       NOT = C40-SRC-LAST-BATCH (C40-SRC-IDX)
                   ADD 1 TO C40-SM-BATCHES (C40-SRC-IDX, C40-MON-HIT)
                   MOVE AK-BUSINESS-DATE
                       TO C40-SRC-LAST-BATCH (C40-SRC-IDX)
               END-IF
           ELSE
               ADD 1 TO C40-SM-HELD-RECORDS (C40-SRC-IDX, C40-MON-HIT)
               IF AK-BUSINESS-DATE
                       NOT = C40-SRC-LAST-HELD (C40-SRC-IDX)
                   ADD 1 TO
                       C40-SM-HELD-BATCHES (C40-SRC-IDX, C40-MON-HIT)
                   MOVE AK-BUSINESS-DATE
                       TO C40-SRC-LAST-HELD (C40-SRC-IDX)
               END-IF
           END-IF.

       4000-post-suspense.
      *    Replays the journal in file order - chronological, the
      *    file being append-only - so the last record seen for an
      *    item is its current status.
           MOVE 'N' TO C40-EOF-SWITCH.
           OPEN INPUT SUSPFILE-FILE.
           IF C40-SUSP-STATUS = "00"
               PERFORM 4100-read-suspense UNTIL C40-AT-END
               CLOSE SUSPFILE-FILE
           ELSE
               DISPLAY "c000040 - WARNING: SUSPFILE NOT AVAILABLE, "
                   "STATUS " C40-SUSP-STATUS " - REJECT REASONS "
                   "AND CLEARANCE NOT SCORED"
           END-IF.

       4100-read-suspense.
           READ SUSPFILE-FILE
               AT END
                   SET C40-AT-END TO TRUE
               NOT AT END
                   PERFORM 4200-find-item
                   EVALUATE TRUE
                       WHEN C40-ITEM-FOUND
                           MOVE SUS-STATUS
                               TO C40-IT-STATUS (C40-ITEM-IDX)
                           MOVE SUS-STATUS-DATE
                               TO C40-IT-STATUS-DATE (C40-ITEM-IDX)
                       WHEN SUS-STATUS-NEW
                           AND SUS-SOURCE-SYSTEM NOT = SPACES
                           PERFORM 4300-open-item
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       4200-find-item.
           MOVE 'N' TO C40-ITEM-FOUND-SWITCH.
           IF C40-ITEM-COUNT > 0
               PERFORM 4210-search-item
                   VARYING C40-ITEM-IDX FROM 1 BY 1
                   UNTIL C40-ITEM-IDX > C40-ITEM-COUNT
                       OR C40-ITEM-FOUND
           END-IF.

       4210-search-item.
           IF C40-IT-RUN-DATE (C40-ITEM-IDX) = SUS-RUN-DATE
               AND C40-IT-RECORD-NBR (C40-ITEM-IDX)
                   = SUS-RECORD-NBR
               SET C40-ITEM-FOUND TO TRUE
      *        The VARYING adds one more before the UNTIL test sees
      *        the switch, so step back to the matched slot.
               SUBTRACT 1 FROM C40-ITEM-IDX
           END-IF.

       4300-open-item.
      *    An original rejection in the four months, charged to
      *    the sender its record arrived from.
           MOVE SUS-RUN-DATE (1:6) TO C40-MONTH-WORK.
           PERFORM 1500-find-month.
           IF C40-MON-HIT > 0
               MOVE SUS-SOURCE-SYSTEM TO C40-SRC-WORK
               PERFORM 1700-find-source
               IF C40-SRC-FOUND
                   MOVE SUS-REASON-CODE TO C40-REASON-WORK
                   PERFORM 1600-find-reason
                   ADD 1 TO C40-SM-REASON-COUNT
                       (C40-SRC-IDX, C40-MON-HIT, C40-REASON-HIT)
                   PERFORM 4400-add-item
               END-IF
           END-IF.

       4400-add-item.
           IF C40-ITEM-COUNT < C40-ITEM-MAX
               ADD 1 TO C40-ITEM-COUNT
               MOVE C40-ITEM-COUNT TO C40-ITEM-IDX
               MOVE SUS-RUN-DATE TO C40-IT-RUN-DATE (C40-ITEM-IDX)
               MOVE SUS-RECORD-NBR
                   TO C40-IT-RECORD-NBR (C40-ITEM-IDX)
               MOVE C40-SRC-IDX TO C40-IT-SRC-IDX (C40-ITEM-IDX)
               MOVE C40-MON-HIT TO C40-IT-MON-IDX (C40-ITEM-IDX)
               MOVE SUS-STATUS TO C40-IT-STATUS (C40-ITEM-IDX)
               MOVE SUS-STATUS-DATE
                   TO C40-IT-STATUS-DATE (C40-ITEM-IDX)
           ELSE
               IF NOT C40-ITEM-OVERFLOW
                   SET C40-ITEM-OVERFLOW TO TRUE
                   DISPLAY "c000040 - WARNING: SUSPENSE ITEM TABLE "
                       "FULL - CLEARANCE TIMES INCOMPLETE"
               END-IF
           END-IF.

       5000-age-one-item.
      *    An item whose newest event is a clean reprocess or a
      *    write-off has cleared, taking the days from its
      *    original rejection to that event; anything else is
      *    still open.
           MOVE C40-IT-SRC-IDX (C40-ITEM-IDX) TO C40-SRC-IDX.
           MOVE C40-IT-MON-IDX (C40-ITEM-IDX) TO C40-MON-HIT.
           IF (C40-IT-STATUS (C40-ITEM-IDX) = 'P' OR 'W')
               AND C40-IT-RUN-DATE (C40-ITEM-IDX) IS NUMERIC
               AND C40-IT-STATUS-DATE (C40-ITEM-IDX) IS NUMERIC
               MOVE C40-IT-RUN-DATE (C40-ITEM-IDX) TO C40-DATE-WORK
               COMPUTE C40-START-INTEGER =
                   FUNCTION INTEGER-OF-DATE (C40-DATE-WORK)
               MOVE C40-IT-STATUS-DATE (C40-ITEM-IDX)
                   TO C40-DATE-WORK
               COMPUTE C40-END-INTEGER =
                   FUNCTION INTEGER-OF-DATE (C40-DATE-WORK)
               IF C40-END-INTEGER > C40-START-INTEGER
                   COMPUTE C40-DAYS =
                       C40-END-INTEGER - C40-START-INTEGER
               ELSE
                   MOVE ZERO TO C40-DAYS
               END-IF
               ADD 1 TO C40-SM-CLEARED (C40-SRC-IDX, C40-MON-HIT)
               ADD C40-DAYS
                   TO C40-SM-CLEAR-DAYS (C40-SRC-IDX, C40-MON-HIT)
           ELSE
               ADD 1 TO C40-SM-OPEN (C40-SRC-IDX, C40-MON-HIT)
           END-IF.

       6000-produce-scorecards.
           IF C40-SRC-COUNT = 0
               IF C40-RPT-OPENED
                   ADD 1 TO C40-PAGE-COUNT
                   PERFORM 6010-print-heading
                   MOVE SPACE TO C40-PRT-CC
                   MOVE "NO SENDER ACTIVITY IN THE FOUR MONTHS SCORED"
                       TO C40-PRT-TEXT
                   WRITE RPT-LINE FROM C40-PRINT-LINE
               END-IF
           ELSE
               PERFORM 6100-score-one-source
                   VARYING C40-SRC-IDX FROM 1 BY 1
                   UNTIL C40-SRC-IDX > C40-SRC-COUNT
           END-IF.

       6010-print-heading.
           MOVE C40-REPORT-MONTH TO C40-HDG-MONTH.
           MOVE C40-CURRENT-DATE TO C40-HDG-RUN.
           MOVE C40-PAGE-COUNT TO C40-HDG-PAGE.
           MOVE "1" TO C40-PRT-CC.
           MOVE C40-RPT-HEADING TO C40-PRT-TEXT.
           WRITE RPT-LINE FROM C40-PRINT-LINE.

       6100-score-one-source.
           MOVE SPACES TO C40-SL-NAME C40-SL-CONTACT C40-SL-PHONE.
           IF C40-SRCMAST-AVAILABLE
               MOVE C40-SRC-SYSTEM (C40-SRC-IDX) TO SM-SOURCE-SYSTEM
               READ SRCMAST-FILE
                   INVALID KEY
                       MOVE "(NOT ON THE SOURCE REGISTRY)"
                           TO C40-SL-NAME
                   NOT INVALID KEY
                       MOVE SM-SOURCE-NAME TO C40-SL-NAME
                       MOVE SM-CONTACT-NAME TO C40-SL-CONTACT
                       MOVE SM-CONTACT-PHONE TO C40-SL-PHONE
               END-READ
           END-IF.
           MOVE C40-SRC-SYSTEM (C40-SRC-IDX) TO C40-SL-SOURCE.
           IF C40-RPT-OPENED
               ADD 1 TO C40-PAGE-COUNT
               PERFORM 6010-print-heading
               MOVE SPACE TO C40-PRT-CC
               MOVE C40-RPT-SOURCE-LINE TO C40-PRT-TEXT
               WRITE RPT-LINE FROM C40-PRINT-LINE
               PERFORM 6200-print-month-summary
               PERFORM 6300-print-trend
           END-IF.
           IF C40-DLM-OPENED
               PERFORM 7000-write-delimited-row
                   VARYING C40-MON-IDX FROM 1 BY 1
                   UNTIL C40-MON-IDX > 4
           END-IF.

       6150-derive-month.
      *    The month in C40-MON-IDX for the sender in C40-SRC-IDX.
           COMPUTE C40-D-SENT =
               C40-SM-READ (C40-SRC-IDX, C40-MON-IDX)
               + C40-SM-EDIT-REJECTS (C40-SRC-IDX, C40-MON-IDX)
               + C40-SM-HELD-RECORDS (C40-SRC-IDX, C40-MON-IDX).
           MOVE C40-SM-ACCEPTED (C40-SRC-IDX, C40-MON-IDX)
               TO C40-D-ACCEPTED.
           COMPUTE C40-D-REJECTS =
               C40-SM-EDIT-REJECTS (C40-SRC-IDX, C40-MON-IDX)
               + C40-SM-REASON-COUNT (C40-SRC-IDX, C40-MON-IDX, 1)
               + C40-SM-REASON-COUNT (C40-SRC-IDX, C40-MON-IDX, 2)
               + C40-SM-REASON-COUNT (C40-SRC-IDX, C40-MON-IDX, 3)
               + C40-SM-REASON-COUNT (C40-SRC-IDX, C40-MON-IDX, 4)
               + C40-SM-REASON-COUNT (C40-SRC-IDX, C40-MON-IDX, 5)
               + C40-SM-REASON-COUNT (C40-SRC-IDX, C40-MON-IDX, 6).
           MOVE C40-SM-DUPS (C40-SRC-IDX, C40-MON-IDX) TO C40-D-DUPS.
           MOVE C40-SM-STANDARDIZED (C40-SRC-IDX, C40-MON-IDX)
               TO C40-D-STANDARDIZED.
           COMPUTE C40-D-HELD-REFUSED =
               C40-SM-HELD-BATCHES (C40-SRC-IDX, C40-MON-IDX)
               + C40-SM-REFUSED (C40-SRC-IDX, C40-MON-IDX).
           MOVE C40-SM-CLEARED (C40-SRC-IDX, C40-MON-IDX)
               TO C40-D-CLEARED.
           MOVE C40-SM-CLEAR-DAYS (C40-SRC-IDX, C40-MON-IDX)
               TO C40-D-CLEAR-DAYS.
           PERFORM 6160-derive-ratios.

       6160-derive-ratios.
           IF C40-D-SENT > 0
               COMPUTE C40-D-PCT ROUNDED =
                   C40-D-ACCEPTED * 100 / C40-D-SENT
           ELSE
               MOVE ZERO TO C40-D-PCT
           END-IF.
           IF C40-D-CLEARED > 0
               COMPUTE C40-D-AVG-DAYS ROUNDED =
                   C40-D-CLEAR-DAYS / C40-D-CLEARED
           ELSE
               MOVE ZERO TO C40-D-AVG-DAYS
           END-IF.

       6200-print-month-summary.
           MOVE 4 TO C40-MON-IDX.
           PERFORM 6150-derive-month.
           MOVE SPACE TO C40-PRT-CC.
           MOVE SPACES TO C40-PRT-TEXT.
           WRITE RPT-LINE FROM C40-PRINT-LINE.
           MOVE SPACES TO C40-RPT-SECTION.
           STRING "MONTH " DELIMITED BY SIZE
                  C40-REPORT-MONTH DELIMITED BY SIZE
                  " SUMMARY" DELIMITED BY SIZE
                  INTO C40-RPT-SECTION.
           MOVE C40-RPT-SECTION TO C40-PRT-TEXT.
           WRITE RPT-LINE FROM C40-PRINT-LINE.

           MOVE "RECORDS SENT" TO C40-TOT-LABEL.
           MOVE C40-D-SENT TO C40-EDIT-COUNT.
           MOVE C40-EDIT-COUNT TO C40-TOT-VALUE.
           PERFORM 6290-print-total-line.
           MOVE "RECORDS ACCEPTED" TO C40-TOT-LABEL.
           MOVE C40-D-ACCEPTED TO C40-EDIT-COUNT.
           MOVE C40-EDIT-COUNT TO C40-TOT-VALUE.
           PERFORM 6290-print-total-line.
           MOVE "PERCENTAGE ACCEPTED" TO C40-TOT-LABEL.
           MOVE C40-D-PCT TO C40-EDIT-PCT.
           MOVE SPACES TO C40-TOT-VALUE.
           STRING C40-EDIT-PCT DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO C40-TOT-VALUE.
           PERFORM 6290-print-total-line.
           MOVE "REJECTED AT PRE-EDIT" TO C40-TOT-LABEL.
           MOVE C40-SM-EDIT-REJECTS (C40-SRC-IDX, 4)
               TO C40-EDIT-COUNT.
           MOVE C40-EDIT-COUNT TO C40-TOT-VALUE.
           PERFORM 6290-print-total-line.
           PERFORM 6210-print-reason-line
               VARYING C40-REASON-IDX FROM 1 BY 1
               UNTIL C40-REASON-IDX > 6.
           MOVE "DUPLICATES SKIPPED" TO C40-TOT-LABEL.
           MOVE C40-D-DUPS TO C40-EDIT-COUNT.
           MOVE C40-EDIT-COUNT TO C40-TOT-VALUE.
           PERFORM 6290-print-total-line.
           MOVE "VALUES CORRECTED BY SYNONYM RULE" TO C40-TOT-LABEL.
           MOVE C40-D-STANDARDIZED TO C40-EDIT-COUNT.
           MOVE C40-EDIT-COUNT TO C40-TOT-VALUE.
           PERFORM 6290-print-total-line.
           MOVE "BATCHES RECEIVED" TO C40-TOT-LABEL.
           COMPUTE C40-EDIT-COUNT =
               C40-SM-BATCHES (C40-SRC-IDX, 4)
               + C40-SM-REFUSED (C40-SRC-IDX, 4).
           MOVE C40-EDIT-COUNT TO C40-TOT-VALUE.
           PERFORM 6290-print-total-line.
           MOVE "BATCHES HELD IN PROCESSING" TO C40-TOT-LABEL.
           MOVE C40-SM-HELD-BATCHES (C40-SRC-IDX, 4)
               TO C40-EDIT-COUNT.
           MOVE C40-EDIT-COUNT TO C40-TOT-VALUE.
           PERFORM 6290-print-total-line.
           MOVE "BATCHES REFUSED AT PRE-EDIT" TO C40-TOT-LABEL.
           MOVE C40-SM-REFUSED (C40-SRC-IDX, 4) TO C40-EDIT-COUNT.
           MOVE C40-EDIT-COUNT TO C40-TOT-VALUE.
           PERFORM 6290-print-total-line.
           MOVE "SUSPENSE ITEMS CLEARED" TO C40-TOT-LABEL.
           MOVE C40-D-CLEARED TO C40-EDIT-COUNT.
           MOVE C40-EDIT-COUNT TO C40-TOT-VALUE.
           PERFORM 6290-print-total-line.
           MOVE "AVERAGE DAYS TO CLEAR" TO C40-TOT-LABEL.
           MOVE C40-D-AVG-DAYS TO C40-EDIT-DAYS.
           MOVE C40-EDIT-DAYS TO C40-TOT-VALUE.
           PERFORM 6290-print-total-line.
           MOVE "SUSPENSE ITEMS STILL OPEN" TO C40-TOT-LABEL.
           MOVE C40-SM-OPEN (C40-SRC-IDX, 4) TO C40-EDIT-COUNT.
           MOVE C40-EDIT-COUNT TO C40-TOT-VALUE.
           PERFORM 6290-print-total-line.

       6210-print-reason-line.
           MOVE SPACES TO C40-TOT-LABEL.
           STRING "REJECTED IN PROCESSING - " DELIMITED BY SIZE
                  C40-REASON-CODE (C40-REASON-IDX) DELIMITED BY SIZE
                  INTO C40-TOT-LABEL.
           MOVE C40-SM-REASON-COUNT (C40-SRC-IDX, 4, C40-REASON-IDX)
               TO C40-EDIT-COUNT.
           MOVE C40-EDIT-COUNT TO C40-TOT-VALUE.
           PERFORM 6290-print-total-line.

       6290-print-total-line.
           MOVE SPACE TO C40-PRT-CC.
           MOVE C40-RPT-TOTAL-LINE TO C40-PRT-TEXT.
           WRITE RPT-LINE FROM C40-PRINT-LINE.

       6300-print-trend.
      *    The scored month under the three before it, then the
      *    three-month average it is measured against.
           MOVE SPACE TO C40-PRT-CC.
           MOVE SPACES TO C40-PRT-TEXT.
           WRITE RPT-LINE FROM C40-PRINT-LINE.
           MOVE "TREND AGAINST THE PREVIOUS THREE MONTHS"
               TO C40-PRT-TEXT.
           WRITE RPT-LINE FROM C40-PRINT-LINE.
           MOVE C40-RPT-TREND-HEAD TO C40-PRT-TEXT.
           WRITE RPT-LINE FROM C40-PRINT-LINE.
           MOVE ZERO TO C40-P-SENT C40-P-ACCEPTED C40-P-REJECTS
               C40-P-DUPS C40-P-STANDARDIZED C40-P-HELD-REFUSED
               C40-P-CLEARED C40-P-CLEAR-DAYS.
           PERFORM 6310-print-trend-month
               VARYING C40-MON-IDX FROM 1 BY 1
               UNTIL C40-MON-IDX > 4.
           PERFORM 6320-print-prior-average.

       6310-print-trend-month.
           PERFORM 6150-derive-month.
           IF C40-MON-IDX < 4
               ADD C40-D-SENT TO C40-P-SENT
               ADD C40-D-ACCEPTED TO C40-P-ACCEPTED
               ADD C40-D-REJECTS TO C40-P-REJECTS
               ADD C40-D-DUPS TO C40-P-DUPS
               ADD C40-D-STANDARDIZED TO C40-P-STANDARDIZED
               ADD C40-D-HELD-REFUSED TO C40-P-HELD-REFUSED
               ADD C40-D-CLEARED TO C40-P-CLEARED
               ADD C40-D-CLEAR-DAYS TO C40-P-CLEAR-DAYS
           END-IF.
           MOVE C40-MONTH-KEY (C40-MON-IDX) TO C40-TL-LABEL.
           PERFORM 6330-print-trend-line.

       6320-print-prior-average.
           COMPUTE C40-D-SENT ROUNDED = C40-P-SENT / 3.
           COMPUTE C40-D-ACCEPTED ROUNDED = C40-P-ACCEPTED / 3.
           COMPUTE C40-D-REJECTS ROUNDED = C40-P-REJECTS / 3.
           COMPUTE C40-D-DUPS ROUNDED = C40-P-DUPS / 3.
           COMPUTE C40-D-STANDARDIZED ROUNDED =
               C40-P-STANDARDIZED / 3.
           COMPUTE C40-D-HELD-REFUSED ROUNDED =
               C40-P-HELD-REFUSED / 3.
           COMPUTE C40-D-CLEARED ROUNDED = C40-P-CLEARED / 3.
      *    The ratios come from the three months' totals, not an
      *    average of three ratios, so a quiet month weighs what
      *    it sent.
           IF C40-P-SENT > 0
               COMPUTE C40-D-PCT ROUNDED =
                   C40-P-ACCEPTED * 100 / C40-P-SENT
           ELSE
               MOVE ZERO TO C40-D-PCT
           END-IF.
           IF C40-P-CLEARED > 0
               COMPUTE C40-D-AVG-DAYS ROUNDED =
                   C40-P-CLEAR-DAYS / C40-P-CLEARED
           ELSE
               MOVE ZERO TO C40-D-AVG-DAYS
           END-IF.
           MOVE "3-MONTH AVG" TO C40-TL-LABEL.
           PERFORM 6330-print-trend-line.

       6330-print-trend-line.
           MOVE C40-D-SENT TO C40-TL-SENT.
           MOVE C40-D-ACCEPTED TO C40-TL-ACCEPTED.
           MOVE C40-D-PCT TO C40-TL-PCT.
           MOVE C40-D-REJECTS TO C40-TL-REJECTS.
           MOVE C40-D-DUPS TO C40-TL-DUPS.
           MOVE C40-D-HELD-REFUSED TO C40-TL-HELD-REFUSED.
           MOVE C40-D-STANDARDIZED TO C40-TL-STANDARDIZED.
           MOVE C40-D-CLEARED TO C40-TL-CLEARED.
           MOVE C40-D-AVG-DAYS TO C40-TL-AVG-DAYS.
           MOVE SPACE TO C40-PRT-CC.
           MOVE C40-RPT-TREND-LINE TO C40-PRT-TEXT.
           WRITE RPT-LINE FROM C40-PRINT-LINE.

       7000-write-delimited-row.
      *    One row per sender per month, the scored month last, in
      *    the order the printed trend lists them.
           PERFORM 6150-derive-month.
           MOVE C40-D-SENT TO C40-DLM-SENT.
           MOVE C40-D-ACCEPTED TO C40-DLM-ACCEPTED.
           MOVE C40-D-PCT TO C40-DLM-PCT.
           MOVE C40-SM-EDIT-REJECTS (C40-SRC-IDX, C40-MON-IDX)
               TO C40-DLM-EDIT-REJECTS.
           PERFORM 7010-move-reason
               VARYING C40-REASON-IDX FROM 1 BY 1
               UNTIL C40-REASON-IDX > 6.
           MOVE C40-D-DUPS TO C40-DLM-DUPS.
           MOVE C40-D-STANDARDIZED TO C40-DLM-STANDARDIZED.
           COMPUTE C40-DLM-BATCHES =
               C40-SM-BATCHES (C40-SRC-IDX, C40-MON-IDX)
               + C40-SM-REFUSED (C40-SRC-IDX, C40-MON-IDX).
           MOVE C40-SM-HELD-BATCHES (C40-SRC-IDX, C40-MON-IDX)
               TO C40-DLM-HELD.
           MOVE C40-SM-REFUSED (C40-SRC-IDX, C40-MON-IDX)
               TO C40-DLM-REFUSED.
           MOVE C40-D-CLEARED TO C40-DLM-CLEARED.
           MOVE C40-D-AVG-DAYS TO C40-DLM-AVG-DAYS.
           MOVE C40-SM-OPEN (C40-SRC-IDX, C40-MON-IDX)
               TO C40-DLM-OPEN.
           MOVE C40-SL-NAME TO C40-DLM-NAME.
           IF C40-DLM-NAME = SPACES
               MOVE C40-SRC-SYSTEM (C40-SRC-IDX) TO C40-DLM-NAME
           END-IF.
           MOVE SPACES TO DLM-RECORD.
           STRING FUNCTION TRIM (C40-SRC-SYSTEM (C40-SRC-IDX)
                      TRAILING) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (C40-DLM-NAME TRAILING)
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  C40-MONTH-KEY (C40-MON-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  C40-DLM-SENT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  C40-DLM-ACCEPTED DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  C40-DLM-PCT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  C40-DLM-EDIT-REJECTS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  C40-DLM-REASON (1) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  C40-DLM-REASON (2) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  C40-DLM-REASON (3) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  C40-DLM-REASON (4) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  C40-DLM-REASON (5) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  C40-DLM-REASON (6) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  C40-DLM-DUPS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  C40-DLM-STANDARDIZED DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  C40-DLM-BATCHES DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  C40-DLM-HELD DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  C40-DLM-REFUSED DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  C40-DLM-CLEARED DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  C40-DLM-AVG-DAYS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  C40-DLM-OPEN DELIMITED BY SIZE
                  INTO DLM-RECORD.
           WRITE DLM-RECORD.
           IF C40-DLM-STATUS = "00"
               ADD 1 TO C40-ROW-COUNT
           ELSE
               DISPLAY "c000040 - ERROR: SCOREDLM WRITE FAILED, "
                   "STATUS " C40-DLM-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE 'N' TO C40-DLM-OPEN-SWITCH
               MOVE 5 TO C40-MON-IDX
           END-IF.

       7010-move-reason.
           MOVE C40-SM-REASON-COUNT
               (C40-SRC-IDX, C40-MON-IDX, C40-REASON-IDX)
               TO C40-DLM-REASON (C40-REASON-IDX).

       9000-terminate.
           IF C40-SRCMAST-AVAILABLE
               CLOSE SRCMAST-FILE
           END-IF.
           IF C40-RPT-OPENED
               CLOSE SCORERPT-FILE
           END-IF.
           IF C40-DLM-OPENED
               MOVE C40-ROW-COUNT TO C40-COUNT-DISPLAY
               MOVE SPACES TO DLM-RECORD
               STRING "TRL" DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      C40-COUNT-DISPLAY DELIMITED BY SIZE
                      INTO DLM-RECORD
               WRITE DLM-RECORD
               CLOSE SCOREDLM-FILE
           END-IF.
           MOVE C40-SRC-COUNT TO C40-EDIT-COUNT.
           DISPLAY "c000040 - SENDERS SCORED:         " C40-EDIT-COUNT.
           MOVE C40-ITEM-COUNT TO C40-EDIT-COUNT.
           DISPLAY "c000040 - SUSPENSE ITEMS TRACED:  " C40-EDIT-COUNT.
