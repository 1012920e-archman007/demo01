       IDENTIFICATION DIVISION.
       PROGRAM-ID. c000046.
      *
      * Periodic dormant-value pass over the VALMAST current-state
      * master.  c000003 keeps every value it has ever seen active
      * for good, so the master only grows; this pass sets aside
      * as dormant every active value whose last update is older
      * than the threshold, counted in business days on the CALFILE
      * processing calendar back from the run date - a value last
      * sent before the threshold-th business day on or before the
      * run date has gone that many business days unused.  Nothing
      * is deleted: the value keeps its record, its current value
      * and its history, flagged dormant and dated this run, and
      * the next NEW or COR c000003 applies for it makes it active
      * again.  Each value set aside is journaled on VMEVENT (cause
      * DORM) for the c000045 change-event feed.
      *
      * The DORMRPT report lists every dormant value - those set
      * aside this run marked as such - grouped under the REFFILE
      * business category of the value (values the reference
      * master does not know under (NONE)), then sizes the master
      * category by category: how many values are live, dormant,
      * corrected away or reversed, and what share is live.  The
      * grouping goes through the DORMWORK work cluster, keyed on
      * category and value.  Values are printed through the
      * c000041 masking service, so a confidential value is listed
      * masked unless the run carries a granted UNMASKRQ card.
      *
      * PARM='nnn' SETS THE THRESHOLD IN BUSINESS DAYS (001-999,
      * THREE DIGITS); DEFAULT 250.
      * RC=0 PASS COMPLETE; RC=4 A VALMAST OR VMEVENT UPDATE
      * FAILED FOR ONE OR MORE VALUES (LISTED ON SYSOUT); RC=12
      * REFUSED - A BAD PARM, A CALFILE THAT DOES NOT REACH BACK
      * THE THRESHOLD, OR VALMAST, DORMWORK OR THE REPORT NOT
      * AVAILABLE.  A REFUSED RUN CHANGES NOTHING.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALFILE-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C46-CALFILE-STATUS.
           SELECT VALMAST-FILE ASSIGN TO "VALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VALUE
               FILE STATUS IS C46-VALMAST-STATUS.
           SELECT REFFILE-FILE ASSIGN TO "REFFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-CODE
               FILE STATUS IS C46-REFFILE-STATUS.
           SELECT DORMWORK-FILE ASSIGN TO "DORMWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DW-KEY
               FILE STATUS IS C46-DORMWORK-STATUS.
           SELECT VMEVENT-FILE ASSIGN TO "VMEVENT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C46-VMEVENT-STATUS.
           SELECT RUNSTAT-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C46-RUNSTAT-STATUS.
           SELECT DORMRPT-FILE ASSIGN TO "DORMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C46-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALFILE-FILE
           RECORDING MODE IS F.
           COPY CPYCAL.

       FD  VALMAST-FILE
           RECORDING MODE IS F.
           COPY CPYVMS.

       FD  REFFILE-FILE
           RECORDING MODE IS F.
           COPY CPYVAL.

      * Report work record: one per dormant value, keyed so a
      * sequential read returns them category by category.
       FD  DORMWORK-FILE
           RECORDING MODE IS F.
       01  DORMWORK-RECORD.
           05  DW-KEY.
               10  DW-CATEGORY       PIC X(08).
               10  DW-VALUE          PIC X(50).
           05  DW-LAST-DATE          PIC X(08).
           05  DW-DORMANT-DATE       PIC X(08).
           05  DW-NEW-SWITCH         PIC X(01).
               88  DW-NEW-THIS-RUN              VALUE 'Y'.
           05  FILLER                PIC X(05).

       FD  VMEVENT-FILE
           RECORDING MODE IS F.
           COPY CPYVME.

       FD  RUNSTAT-FILE
           RECORDING MODE IS F.
           COPY CPYRUN.

       FD  DORMRPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                  PIC X(133).

       WORKING-STORAGE SECTION.
       01  C46-CALFILE-STATUS        PIC X(02).
       01  C46-VALMAST-STATUS        PIC X(02).
       01  C46-REFFILE-STATUS        PIC X(02).
       01  C46-DORMWORK-STATUS       PIC X(02).
       01  C46-VMEVENT-STATUS        PIC X(02).
       01  C46-RUNSTAT-STATUS        PIC X(02).
       01  C46-RPT-STATUS            PIC X(02).
       01  C46-RUNSTAT-TYPE          PIC X(01) VALUE 'S'.
       01  C46-REFUSED-SWITCH        PIC X(01) VALUE 'N'.
           88  C46-RUN-REFUSED                  VALUE 'Y'.
       01  C46-RPT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
           88  C46-RPT-OPENED                   VALUE 'Y'.
       01  C46-VALMAST-OPEN-SWITCH   PIC X(01) VALUE 'N'.
           88  C46-VALMAST-OPENED               VALUE 'Y'.
       01  C46-WORK-OPEN-SWITCH      PIC X(01) VALUE 'N'.
           88  C46-WORK-OPENED                  VALUE 'Y'.
       01  C46-VMEVENT-OPEN-SWITCH   PIC X(01) VALUE 'N'.
           88  C46-VMEVENT-OPENED               VALUE 'Y'.
       01  C46-REF-OPEN-SWITCH       PIC X(01) VALUE 'N'.
           88  C46-REFFILE-AVAILABLE            VALUE 'Y'.
       01  C46-MASK-OPEN-SWITCH      PIC X(01) VALUE 'N'.
           88  C46-MASK-OPENED                  VALUE 'Y'.
       01  C46-CAL-EOF-SWITCH        PIC X(01).
           88  C46-CAL-AT-END                   VALUE 'Y'.
       01  C46-VM-EOF-SWITCH         PIC X(01) VALUE 'N'.
           88  C46-VM-AT-END                    VALUE 'Y'.
       01  C46-DW-EOF-SWITCH         PIC X(01) VALUE 'N'.
           88  C46-DW-AT-END                    VALUE 'Y'.
       01  C46-REF-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  C46-REF-AT-END                   VALUE 'Y'.
       01  C46-SET-SWITCH            PIC X(01).
           88  C46-SET-THIS-RUN                 VALUE 'Y'.
       01  C46-RUN-DATE              PIC 9(08).
       01  C46-RUN-DATE-X REDEFINES C46-RUN-DATE
                                     PIC X(08).
       01  C46-CURRENT-TIME          PIC 9(08).
      *    Threshold and the calendar date it works out to: a value
      *    last updated before the cutoff is dormant.
       01  C46-THRESHOLD             PIC 9(03) VALUE 250.
       01  C46-CUTOFF-DATE           PIC X(08) VALUE SPACES.
       01  C46-BUSINESS-DAYS         PIC 9(07) COMP VALUE ZERO.
       01  C46-CUTOFF-ORDINAL        PIC 9(07) COMP VALUE ZERO.
       01  C46-DAY-ORDINAL           PIC 9(07) COMP VALUE ZERO.
      *    Event held from the master record before it is
      *    rewritten - the record area is not dependable after.
       01  C46-VM-OLD-STATUS         PIC X(01).
       01  C46-CAT-WORK              PIC X(08).
       01  C46-MASTER-READ           PIC 9(07) COMP VALUE ZERO.
       01  C46-LIVE-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  C46-DORMANT-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  C46-NEWLY-DORMANT         PIC 9(07) COMP VALUE ZERO.
       01  C46-CORRECTED-COUNT       PIC 9(07) COMP VALUE ZERO.
       01  C46-REVERSED-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  C46-UPDATE-FAILURES       PIC 9(07) COMP VALUE ZERO.
       01  C46-EVENT-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  C46-GROUP-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  C46-GROUP-NEW             PIC 9(07) COMP VALUE ZERO.
       01  C46-GROUP-CATEGORY        PIC X(08) VALUE SPACES.
       01  C46-LIVE-PERCENT          PIC 9(03)V9 VALUE ZERO.
       01  C46-EDIT-COUNT            PIC ZZZ,ZZ9.
      *    Size of the master by business category.  Categories on
      *    the reference master are preloaded, so a category with
      *    nothing on the master still prints; values the reference
      *    master does not know land under (NONE).
       01  C46-CAT-MAX               PIC 9(02) COMP VALUE 50.
       01  C46-CAT-COUNT             PIC 9(02) COMP VALUE 0.
       01  C46-CAT-IDX               PIC 9(02) COMP VALUE 0.
       01  C46-CAT-OVERFLOW          PIC 9(07) COMP VALUE ZERO.
       01  C46-CAT-FOUND-SWITCH      PIC X(01).
           88  C46-CAT-FOUND                    VALUE 'Y'.
       01  C46-CAT-TABLE.
           05  C46-CAT-ENTRY         OCCURS 50 TIMES.
               10  C46-CT-NAME       PIC X(08).
               10  C46-CT-VALUES     PIC 9(07) COMP.
               10  C46-CT-LIVE       PIC 9(07) COMP.
               10  C46-CT-DORMANT    PIC 9(07) COMP.
               10  C46-CT-NEW        PIC 9(07) COMP.
               10  C46-CT-OTHER      PIC 9(07) COMP.
           COPY CPYMSK.

       01  C46-RPT-HEADING.
           05  FILLER                PIC X(24)
               VALUE "DORMANT-VALUE REPORT    ".
           05  FILLER                PIC X(09) VALUE "RUN DATE ".
           05  C46-HDG-DATE          PIC X(08).
           05  FILLER                PIC X(13) VALUE "  THRESHOLD ".
           05  C46-HDG-THRESHOLD     PIC ZZ9.
           05  FILLER                PIC X(23)
               VALUE " BUSINESS DAYS  CUTOFF ".
           05  C46-HDG-CUTOFF        PIC X(08).
           05  FILLER                PIC X(45) VALUE SPACES.
       01  C46-RPT-SECTION           PIC X(133).
       01  C46-RPT-CATEGORY-LINE.
           05  FILLER                PIC X(09) VALUE "CATEGORY ".
           05  C46-CH-CATEGORY       PIC X(08).
           05  FILLER                PIC X(116) VALUE SPACES.
       01  C46-RPT-COLUMNS.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  FILLER                PIC X(61) VALUE "VALUE".
           05  FILLER                PIC X(13) VALUE "LAST ACTIVE".
           05  FILLER                PIC X(15) VALUE "DORMANT SINCE".
           05  FILLER                PIC X(40) VALUE SPACES.
       01  C46-RPT-DETAIL.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  C46-DTL-VALUE         PIC X(60).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C46-DTL-LAST-DATE     PIC X(08).
           05  FILLER                PIC X(05) VALUE SPACES.
           05  C46-DTL-DORMANT-DATE  PIC X(08).
           05  FILLER                PIC X(07) VALUE SPACES.
           05  C46-DTL-FLAG          PIC X(14).
           05  FILLER                PIC X(26) VALUE SPACES.
       01  C46-RPT-GROUP-TOTAL.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  FILLER                PIC X(16)
               VALUE "DORMANT VALUES  ".
           05  C46-GT-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  FILLER                PIC X(21)
               VALUE "SET DORMANT THIS RUN ".
           05  C46-GT-NEW            PIC ZZZ,ZZ9.
           05  FILLER                PIC X(74) VALUE SPACES.
       01  C46-RPT-SIZE-COLUMNS.
           05  FILLER                PIC X(10) VALUE "CATEGORY".
           05  FILLER                PIC X(10) VALUE "    VALUES".
           05  FILLER                PIC X(10) VALUE "      LIVE".
           05  FILLER                PIC X(10) VALUE "   DORMANT".
           05  FILLER                PIC X(10) VALUE "  THIS RUN".
           05  FILLER                PIC X(10) VALUE "     OTHER".
           05  FILLER                PIC X(10) VALUE "    % LIVE".
           05  FILLER                PIC X(63) VALUE SPACES.
       01  C46-RPT-SIZE-LINE.
           05  C46-SL-CATEGORY       PIC X(08).
           05  FILLER                PIC X(05) VALUE SPACES.
           05  C46-SL-VALUES         PIC ZZZ,ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  C46-SL-LIVE           PIC ZZZ,ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  C46-SL-DORMANT        PIC ZZZ,ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  C46-SL-NEW            PIC ZZZ,ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  C46-SL-OTHER          PIC ZZZ,ZZ9.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  C46-SL-PERCENT        PIC ZZ9.9.
           05  FILLER                PIC X(63) VALUE SPACES.
       01  C46-RPT-TOTAL-LINE.
           05  C46-TOT-LABEL         PIC X(40).
           05  C46-TOT-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                PIC X(86) VALUE SPACES.

       LINKAGE SECTION.
       01  C46-JCL-PARM.
           05  C46-JCL-PARM-LEN       PIC S9(4) COMP.
           05  C46-JCL-PARM-TEXT      PIC X(20).

       PROCEDURE DIVISION USING C46-JCL-PARM.
           PERFORM 1000-initialize.
           IF NOT C46-RUN-REFUSED
               PERFORM 2000-scan-master UNTIL C46-VM-AT-END
               PERFORM 3000-produce-report
           END-IF.
           PERFORM 9000-terminate.
           GOBACK.

       1000-initialize.
           ACCEPT C46-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 8000-write-runstat.
           MOVE 'E' TO C46-RUNSTAT-TYPE.
           IF C46-JCL-PARM-LEN > 20
               MOVE 20 TO C46-JCL-PARM-LEN
           END-IF.
           IF C46-JCL-PARM-LEN > 0
               AND C46-JCL-PARM-TEXT (1:C46-JCL-PARM-LEN) NOT = SPACES
               IF C46-JCL-PARM-LEN = 3
                   AND C46-JCL-PARM-TEXT (1:3) IS NUMERIC
                   AND C46-JCL-PARM-TEXT (1:3) NOT = "000"
                   MOVE C46-JCL-PARM-TEXT (1:3) TO C46-THRESHOLD
               ELSE
                   DISPLAY "c000046 - ERROR: PARM '"
                       C46-JCL-PARM-TEXT "' IS NOT A THRESHOLD OF "
                       "001-999 BUSINESS DAYS - RUN REFUSED"
                   SET C46-RUN-REFUSED TO TRUE
               END-IF
           END-IF.
           IF NOT C46-RUN-REFUSED
               PERFORM 1100-count-business-days
           END-IF.
           IF NOT C46-RUN-REFUSED
               PERFORM 1200-find-cutoff
           END-IF.
           IF NOT C46-RUN-REFUSED
               PERFORM 1300-open-files
           END-IF.
           IF NOT C46-RUN-REFUSED
               PERFORM 1400-load-categories
               SET MK-OPEN TO TRUE
               MOVE 'c000046' TO MK-CALLER-PROGRAM
               CALL 'c000041' USING MASK-REQUEST
               SET C46-MASK-OPENED TO TRUE
               DISPLAY "c000046 - THRESHOLD " C46-THRESHOLD
                   " BUSINESS DAYS - VALUES LAST UPDATED BEFORE "
                   C46-CUTOFF-DATE " ARE DORMANT"
           END-IF.
           IF C46-RUN-REFUSED
               MOVE 12 TO RETURN-CODE
           END-IF.

       1100-count-business-days.
      *    First pass over the calendar: how many business days it
      *    holds up to and including the run date.
           MOVE ZERO TO C46-BUSINESS-DAYS.
           MOVE 'N' TO C46-CAL-EOF-SWITCH.
           OPEN INPUT CALFILE-FILE.
           IF C46-CALFILE-STATUS = "00"
               PERFORM 1110-count-one-day UNTIL C46-CAL-AT-END
               CLOSE CALFILE-FILE
               IF C46-BUSINESS-DAYS < C46-THRESHOLD
                   DISPLAY "c000046 - ERROR: CALFILE HOLDS ONLY "
                       C46-BUSINESS-DAYS " BUSINESS DAYS UP TO "
                       C46-RUN-DATE " - CANNOT COUNT BACK "
                       C46-THRESHOLD " - RUN REFUSED"
                   SET C46-RUN-REFUSED TO TRUE
               END-IF
           ELSE
               DISPLAY "c000046 - ERROR: CALFILE NOT AVAILABLE, "
                   "STATUS " C46-CALFILE-STATUS " - RUN REFUSED"
               SET C46-RUN-REFUSED TO TRUE
           END-IF.

       1110-count-one-day.
           READ CALFILE-FILE
               AT END
                   SET C46-CAL-AT-END TO TRUE
               NOT AT END
                   IF CAL-DATE > C46-RUN-DATE-X
                       SET C46-CAL-AT-END TO TRUE
                   ELSE
                       IF CAL-BUSINESS-DAY
                           ADD 1 TO C46-BUSINESS-DAYS
                       END-IF
                   END-IF
           END-READ.

       1200-find-cutoff.
      *    Second pass: the threshold-th business day counting back
      *    from the run date is the cutoff - a value whose last
      *    update falls before it has gone the whole threshold
      *    without one.
           COMPUTE C46-CUTOFF-ORDINAL =
               C46-BUSINESS-DAYS - C46-THRESHOLD + 1.
           MOVE ZERO TO C46-DAY-ORDINAL.
           MOVE 'N' TO C46-CAL-EOF-SWITCH.
           OPEN INPUT CALFILE-FILE.
           IF C46-CALFILE-STATUS = "00"
               PERFORM 1210-step-one-day UNTIL C46-CAL-AT-END
               CLOSE CALFILE-FILE
           END-IF.
           IF C46-CUTOFF-DATE = SPACES
               DISPLAY "c000046 - ERROR: CALFILE COULD NOT BE "
                   "REREAD, STATUS " C46-CALFILE-STATUS
                   " - RUN REFUSED"
               SET C46-RUN-REFUSED TO TRUE
           END-IF.

       1210-step-one-day.
           READ CALFILE-FILE
               AT END
                   SET C46-CAL-AT-END TO TRUE
               NOT AT END
                   IF CAL-BUSINESS-DAY
                       ADD 1 TO C46-DAY-ORDINAL
                       IF C46-DAY-ORDINAL = C46-CUTOFF-ORDINAL
                           MOVE CAL-DATE TO C46-CUTOFF-DATE
                           SET C46-CAL-AT-END TO TRUE
                       END-IF
                   END-IF
           END-READ.

       1300-open-files.
           OPEN OUTPUT DORMRPT-FILE.
           IF C46-RPT-STATUS = "00"
               SET C46-RPT-OPENED TO TRUE
           ELSE
               DISPLAY "c000046 - ERROR: UNABLE TO OPEN DORMRPT, "
                   "STATUS " C46-RPT-STATUS " - RUN REFUSED"
               SET C46-RUN-REFUSED TO TRUE
           END-IF.
      *    The work cluster is defined empty by the step ahead of
      *    this one; OUTPUT then I-O, the same first-use sequence
      *    the KSDS maintenance programs use.
           IF NOT C46-RUN-REFUSED
               OPEN I-O DORMWORK-FILE
               IF C46-DORMWORK-STATUS = "35"
                   OPEN OUTPUT DORMWORK-FILE
                   CLOSE DORMWORK-FILE
                   OPEN I-O DORMWORK-FILE
               END-IF
               IF C46-DORMWORK-STATUS = "00"
                   SET C46-WORK-OPENED TO TRUE
               ELSE
                   DISPLAY "c000046 - ERROR: UNABLE TO OPEN DORMWORK, "
                       "STATUS " C46-DORMWORK-STATUS " - RUN REFUSED"
                   SET C46-RUN-REFUSED TO TRUE
               END-IF
           END-IF.
           IF NOT C46-RUN-REFUSED
               OPEN I-O VALMAST-FILE
               IF C46-VALMAST-STATUS = "00"
                   SET C46-VALMAST-OPENED TO TRUE
               ELSE
                   DISPLAY "c000046 - ERROR: UNABLE TO OPEN VALMAST, "
                       "STATUS " C46-VALMAST-STATUS " - RUN REFUSED"
                   SET C46-RUN-REFUSED TO TRUE
               END-IF
           END-IF.
      *    A journal that will not open does not stop the pass - the
      *    master is what the business asked to have tidied - but
      *    the feed misses the events, so the run ends RC=4.
           IF NOT C46-RUN-REFUSED
               OPEN EXTEND VMEVENT-FILE
               IF C46-VMEVENT-STATUS = "35"
                   OPEN OUTPUT VMEVENT-FILE
               END-IF
               IF C46-VMEVENT-STATUS = "00"
                   SET C46-VMEVENT-OPENED TO TRUE
               ELSE
                   DISPLAY "c000046 - WARNING: VMEVENT NOT AVAILABLE, "
                       "STATUS " C46-VMEVENT-STATUS
                       " - DORMANT VALUES WILL NOT REACH THE FEED"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       1400-load-categories.
      *    One sequential pass over the reference master seeds the
      *    category table with every category on it.
           OPEN INPUT REFFILE-FILE.
           IF C46-REFFILE-STATUS = "00"
               SET C46-REFFILE-AVAILABLE TO TRUE
               PERFORM 1410-load-one-category UNTIL C46-REF-AT-END
           ELSE
               DISPLAY "c000046 - WARNING: REFFILE NOT AVAILABLE, "
                   "STATUS " C46-REFFILE-STATUS " - EVERY VALUE "
                   "REPORTED UNDER (NONE)"
           END-IF.

       1410-load-one-category.
           READ REFFILE-FILE NEXT
               AT END
                   SET C46-REF-AT-END TO TRUE
               NOT AT END
                   IF REF-CATEGORY NOT = SPACES
                       MOVE REF-CATEGORY TO C46-CAT-WORK
                       PERFORM 2450-find-category
                   END-IF
           END-READ.

       2000-scan-master.
           READ VALMAST-FILE NEXT RECORD
               AT END
                   SET C46-VM-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO C46-MASTER-READ
                   PERFORM 2100-examine-value
           END-READ.

       2100-examine-value.
           MOVE 'N' TO C46-SET-SWITCH.
           PERFORM 2400-classify-value.
           IF VM-ACTIVE AND VM-LAST-DATE < C46-CUTOFF-DATE
               PERFORM 2200-set-dormant
           END-IF.
           EVALUATE TRUE
               WHEN VM-ACTIVE
                   ADD 1 TO C46-LIVE-COUNT
                   IF C46-CAT-FOUND
                       ADD 1 TO C46-CT-LIVE (C46-CAT-IDX)
                   END-IF
               WHEN VM-DORMANT
                   ADD 1 TO C46-DORMANT-COUNT
                   IF C46-CAT-FOUND
                       ADD 1 TO C46-CT-DORMANT (C46-CAT-IDX)
                   END-IF
                   PERFORM 2300-write-work-record
               WHEN VM-CORRECTED
                   ADD 1 TO C46-CORRECTED-COUNT
                   IF C46-CAT-FOUND
                       ADD 1 TO C46-CT-OTHER (C46-CAT-IDX)
                   END-IF
               WHEN OTHER
                   ADD 1 TO C46-REVERSED-COUNT
                   IF C46-CAT-FOUND
                       ADD 1 TO C46-CT-OTHER (C46-CAT-IDX)
                   END-IF
           END-EVALUATE.
           IF C46-CAT-FOUND
               ADD 1 TO C46-CT-VALUES (C46-CAT-IDX)
           END-IF.

       2200-set-dormant.
      *    The last-update date and count stay as they were - they
      *    describe the value's last real activity, and the c000036
      *    replay of the journals has to agree with them.  The
      *    event is built before the REWRITE, while the record area
      *    still holds the image written.
           MOVE VM-STATUS TO C46-VM-OLD-STATUS.
           SET VM-DORMANT TO TRUE.
           MOVE C46-RUN-DATE-X TO VM-DORMANT-DATE.
           PERFORM 2250-hold-vm-event.
           REWRITE VALMAST-RECORD.
           IF C46-VALMAST-STATUS = "00"
               ADD 1 TO C46-NEWLY-DORMANT
               SET C46-SET-THIS-RUN TO TRUE
               IF C46-CAT-FOUND
                   ADD 1 TO C46-CT-NEW (C46-CAT-IDX)
               END-IF
               PERFORM 2260-write-vm-event
           ELSE
               DISPLAY "c000046 - WARNING: VALMAST REWRITE FAILED, "
                   "STATUS " C46-VALMAST-STATUS " - VALUE LEFT ACTIVE"
               ADD 1 TO C46-UPDATE-FAILURES
               MOVE C46-VM-OLD-STATUS TO VM-STATUS
               MOVE SPACES TO VM-DORMANT-DATE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       2250-hold-vm-event.
           MOVE SPACES TO VMEVENT-RECORD.
           MOVE VM-VALUE TO VE-VALUE.
           MOVE C46-VM-OLD-STATUS TO VE-OLD-STATUS.
           MOVE VM-CURRENT-VALUE TO VE-OLD-CURRENT.
           MOVE VM-STATUS TO VE-NEW-STATUS.
           MOVE VM-CURRENT-VALUE TO VE-NEW-CURRENT.
           SET VE-CAUSE-DORMANT TO TRUE.
           MOVE SPACES TO VE-SOURCE-SYSTEM.
           MOVE 'c000046' TO VE-PROGRAM.
           MOVE SPACES TO VE-JOB-NAME.
           MOVE C46-RUN-DATE-X TO VE-RUN-DATE.
           ACCEPT C46-CURRENT-TIME FROM TIME.
           MOVE C46-CURRENT-TIME TO VE-EVENT-TIME.

       2260-write-vm-event.
           IF C46-VMEVENT-OPENED
               WRITE VMEVENT-RECORD
               IF C46-VMEVENT-STATUS = "00"
                   ADD 1 TO C46-EVENT-COUNT
               ELSE
                   DISPLAY "c000046 - WARNING: VMEVENT WRITE FAILED, "
                       "STATUS " C46-VMEVENT-STATUS
                       " - CHANGE EVENT NOT JOURNALED"
                   ADD 1 TO C46-UPDATE-FAILURES
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       2300-write-work-record.
           MOVE SPACES TO DORMWORK-RECORD.
           MOVE C46-CAT-WORK TO DW-CATEGORY.
           MOVE VM-VALUE TO DW-VALUE.
           MOVE VM-LAST-DATE TO DW-LAST-DATE.
           MOVE VM-DORMANT-DATE TO DW-DORMANT-DATE.
           IF C46-SET-THIS-RUN
               SET DW-NEW-THIS-RUN TO TRUE
           ELSE
               MOVE 'N' TO DW-NEW-SWITCH
           END-IF.
           WRITE DORMWORK-RECORD.
           IF C46-DORMWORK-STATUS NOT = "00"
               DISPLAY "c000046 - WARNING: DORMWORK WRITE FAILED, "
                   "STATUS " C46-DORMWORK-STATUS
                   " - VALUE MISSING FROM THE LISTING"
           END-IF.

       2400-classify-value.
      *    One keyed read against the reference master classifies
      *    the value; a value the master does not know lands under
      *    (NONE).
           MOVE "(NONE)  " TO C46-CAT-WORK.
           IF C46-REFFILE-AVAILABLE
               MOVE VM-VALUE TO REF-CODE
               READ REFFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REF-CATEGORY NOT = SPACES
                           MOVE REF-CATEGORY TO C46-CAT-WORK
                       END-IF
               END-READ
           END-IF.
           PERFORM 2450-find-category.
           IF NOT C46-CAT-FOUND
               ADD 1 TO C46-CAT-OVERFLOW
           END-IF.

       2450-find-category.
           MOVE 'N' TO C46-CAT-FOUND-SWITCH.
           IF C46-CAT-COUNT > 0
               PERFORM 2460-search-category
                   VARYING C46-CAT-IDX FROM 1 BY 1
                   UNTIL C46-CAT-IDX > C46-CAT-COUNT
                       OR C46-CAT-FOUND
           END-IF.
           IF NOT C46-CAT-FOUND
               IF C46-CAT-COUNT < C46-CAT-MAX
                   ADD 1 TO C46-CAT-COUNT
                   MOVE C46-CAT-COUNT TO C46-CAT-IDX
                   MOVE C46-CAT-WORK TO C46-CT-NAME (C46-CAT-IDX)
                   MOVE ZERO TO C46-CT-VALUES (C46-CAT-IDX)
                   MOVE ZERO TO C46-CT-LIVE (C46-CAT-IDX)
                   MOVE ZERO TO C46-CT-DORMANT (C46-CAT-IDX)
                   MOVE ZERO TO C46-CT-NEW (C46-CAT-IDX)
                   MOVE ZERO TO C46-CT-OTHER (C46-CAT-IDX)
                   SET C46-CAT-FOUND TO TRUE
               END-IF
           END-IF.

       2460-search-category.
           IF C46-CT-NAME (C46-CAT-IDX) = C46-CAT-WORK
               SET C46-CAT-FOUND TO TRUE
      *        The VARYING adds one more before the UNTIL test sees
      *        the switch, so step back to the matched slot.
               SUBTRACT 1 FROM C46-CAT-IDX
           END-IF.

       3000-produce-report.
           MOVE C46-RUN-DATE-X TO C46-HDG-DATE.
           MOVE C46-THRESHOLD TO C46-HDG-THRESHOLD.
           MOVE C46-CUTOFF-DATE TO C46-HDG-CUTOFF.
           WRITE RPT-LINE FROM C46-RPT-HEADING.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "DORMANT VALUES BY BUSINESS CATEGORY"
               TO C46-RPT-SECTION.
           WRITE RPT-LINE FROM C46-RPT-SECTION.
           PERFORM 3100-list-dormant-values.
           PERFORM 3300-report-master-size.
           PERFORM 3400-write-totals.

       3100-list-dormant-values.
           MOVE LOW-VALUES TO DW-KEY.
           START DORMWORK-FILE KEY IS NOT LESS THAN DW-KEY
               INVALID KEY
                   SET C46-DW-AT-END TO TRUE
           END-START.
           IF NOT C46-DW-AT-END
               PERFORM 3110-read-work-record
           END-IF.
           IF C46-DW-AT-END
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "    NO DORMANT VALUES ON THE MASTER"
                   TO C46-RPT-SECTION
               WRITE RPT-LINE FROM C46-RPT-SECTION
           END-IF.
           PERFORM 3120-list-one-category UNTIL C46-DW-AT-END.

       3110-read-work-record.
           READ DORMWORK-FILE NEXT RECORD
               AT END
                   SET C46-DW-AT-END TO TRUE
           END-READ.

       3120-list-one-category.
           MOVE DW-CATEGORY TO C46-GROUP-CATEGORY.
           MOVE ZERO TO C46-GROUP-COUNT C46-GROUP-NEW.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE C46-GROUP-CATEGORY TO C46-CH-CATEGORY.
           WRITE RPT-LINE FROM C46-RPT-CATEGORY-LINE.
           WRITE RPT-LINE FROM C46-RPT-COLUMNS.
           PERFORM 3130-list-one-value
               UNTIL C46-DW-AT-END
                   OR DW-CATEGORY NOT = C46-GROUP-CATEGORY.
           MOVE C46-GROUP-COUNT TO C46-GT-COUNT.
           MOVE C46-GROUP-NEW TO C46-GT-NEW.
           WRITE RPT-LINE FROM C46-RPT-GROUP-TOTAL.

       3130-list-one-value.
           MOVE DW-VALUE TO MK-VALUE.
           SET MK-MASK TO TRUE.
           CALL 'c000041' USING MASK-REQUEST.
           MOVE MK-VALUE (1:60) TO C46-DTL-VALUE.
           MOVE DW-LAST-DATE TO C46-DTL-LAST-DATE.
           MOVE DW-DORMANT-DATE TO C46-DTL-DORMANT-DATE.
           IF DW-NEW-THIS-RUN
               MOVE "NEW THIS RUN" TO C46-DTL-FLAG
               ADD 1 TO C46-GROUP-NEW
           ELSE
               MOVE SPACES TO C46-DTL-FLAG
           END-IF.
           WRITE RPT-LINE FROM C46-RPT-DETAIL.
           ADD 1 TO C46-GROUP-COUNT.
           PERFORM 3110-read-work-record.

       3300-report-master-size.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "VALUE MASTER BY BUSINESS CATEGORY" TO C46-RPT-SECTION.
           WRITE RPT-LINE FROM C46-RPT-SECTION.
           WRITE RPT-LINE FROM C46-RPT-SIZE-COLUMNS.
           PERFORM 3310-print-size-line
               VARYING C46-CAT-IDX FROM 1 BY 1
               UNTIL C46-CAT-IDX > C46-CAT-COUNT.
           MOVE "TOTAL   " TO C46-SL-CATEGORY.
           MOVE C46-MASTER-READ TO C46-SL-VALUES.
           MOVE C46-LIVE-COUNT TO C46-SL-LIVE.
           MOVE C46-DORMANT-COUNT TO C46-SL-DORMANT.
           MOVE C46-NEWLY-DORMANT TO C46-SL-NEW.
           COMPUTE C46-SL-OTHER =
               C46-CORRECTED-COUNT + C46-REVERSED-COUNT.
           MOVE ZERO TO C46-LIVE-PERCENT.
           IF C46-MASTER-READ > 0
               COMPUTE C46-LIVE-PERCENT ROUNDED =
                   C46-LIVE-COUNT * 100 / C46-MASTER-READ
           END-IF.
           MOVE C46-LIVE-PERCENT TO C46-SL-PERCENT.
           WRITE RPT-LINE FROM C46-RPT-SIZE-LINE.
           IF C46-CAT-OVERFLOW > 0
               MOVE SPACES TO C46-RPT-SECTION
               STRING "(MORE THAN 50 CATEGORIES - VALUES BEYOND THE "
                   "FIRST 50 ARE IN THE TOTAL ONLY)"
                   DELIMITED BY SIZE INTO C46-RPT-SECTION
               WRITE RPT-LINE FROM C46-RPT-SECTION
           END-IF.

       3310-print-size-line.
           MOVE C46-CT-NAME (C46-CAT-IDX) TO C46-SL-CATEGORY.
           MOVE C46-CT-VALUES (C46-CAT-IDX) TO C46-SL-VALUES.
           MOVE C46-CT-LIVE (C46-CAT-IDX) TO C46-SL-LIVE.
           MOVE C46-CT-DORMANT (C46-CAT-IDX) TO C46-SL-DORMANT.
           MOVE C46-CT-NEW (C46-CAT-IDX) TO C46-SL-NEW.
           MOVE C46-CT-OTHER (C46-CAT-IDX) TO C46-SL-OTHER.
           MOVE ZERO TO C46-LIVE-PERCENT.
           IF C46-CT-VALUES (C46-CAT-IDX) > 0
               COMPUTE C46-LIVE-PERCENT ROUNDED =
                   C46-CT-LIVE (C46-CAT-IDX) * 100
                       / C46-CT-VALUES (C46-CAT-IDX)
           END-IF.
           MOVE C46-LIVE-PERCENT TO C46-SL-PERCENT.
           WRITE RPT-LINE FROM C46-RPT-SIZE-LINE.

       3400-write-totals.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO C46-RPT-TOTAL-LINE.
           MOVE "VALMAST RECORDS READ" TO C46-TOT-LABEL.
           MOVE C46-MASTER-READ TO C46-TOT-COUNT.
           WRITE RPT-LINE FROM C46-RPT-TOTAL-LINE.
           MOVE "LIVE (ACTIVE) VALUES" TO C46-TOT-LABEL.
           MOVE C46-LIVE-COUNT TO C46-TOT-COUNT.
           WRITE RPT-LINE FROM C46-RPT-TOTAL-LINE.
           MOVE "DORMANT VALUES" TO C46-TOT-LABEL.
           MOVE C46-DORMANT-COUNT TO C46-TOT-COUNT.
           WRITE RPT-LINE FROM C46-RPT-TOTAL-LINE.
           MOVE "  SET DORMANT THIS RUN" TO C46-TOT-LABEL.
           MOVE C46-NEWLY-DORMANT TO C46-TOT-COUNT.
           WRITE RPT-LINE FROM C46-RPT-TOTAL-LINE.
           MOVE "CORRECTED-AWAY VALUES" TO C46-TOT-LABEL.
           MOVE C46-CORRECTED-COUNT TO C46-TOT-COUNT.
           WRITE RPT-LINE FROM C46-RPT-TOTAL-LINE.
           MOVE "REVERSED VALUES" TO C46-TOT-LABEL.
           MOVE C46-REVERSED-COUNT TO C46-TOT-COUNT.
           WRITE RPT-LINE FROM C46-RPT-TOTAL-LINE.
           MOVE "CHANGE EVENTS JOURNALED" TO C46-TOT-LABEL.
           MOVE C46-EVENT-COUNT TO C46-TOT-COUNT.
           WRITE RPT-LINE FROM C46-RPT-TOTAL-LINE.
           MOVE "UPDATE FAILURES" TO C46-TOT-LABEL.
           MOVE C46-UPDATE-FAILURES TO C46-TOT-COUNT.
           WRITE RPT-LINE FROM C46-RPT-TOTAL-LINE.

       8000-write-runstat.
      *    Start and end entries on the shared RUNSTAT run history:
      *    master records read and values set dormant.
           MOVE 'c000046' TO RS-PROGRAM.
           MOVE C46-RUN-DATE TO RS-RUN-DATE.
           MOVE C46-RUNSTAT-TYPE TO RS-ENTRY-TYPE.
           ACCEPT RS-TIMESTAMP FROM TIME.
           MOVE C46-MASTER-READ TO RS-RECORDS-READ.
           MOVE C46-NEWLY-DORMANT TO RS-RECORDS-PROCESSED.
           MOVE ZERO TO RS-REJECT-COUNT.
           MOVE ZERO TO RS-DUPLICATE-COUNT.
           MOVE ZERO TO RS-ONLINE-VERIFIED.
           MOVE ZERO TO RS-INQUIRY-COUNT.
           MOVE SPACES TO RS-SOURCE-SYSTEM.
           MOVE SPACES TO RS-PARTITION.
           IF RETURN-CODE > 99
               MOVE 99 TO RS-HIGHEST-RC
           ELSE
               MOVE RETURN-CODE TO RS-HIGHEST-RC
           END-IF.
           OPEN EXTEND RUNSTAT-FILE.
           IF C46-RUNSTAT-STATUS = "35"
               OPEN OUTPUT RUNSTAT-FILE
           END-IF.
           WRITE RUNSTAT-RECORD.
           IF C46-RUNSTAT-STATUS NOT = "00"
               DISPLAY "c000046 - WARNING: RUNSTAT WRITE FAILED, "
                   "STATUS " C46-RUNSTAT-STATUS
           END-IF.
           CLOSE RUNSTAT-FILE.

       9000-terminate.
           IF C46-MASK-OPENED
               SET MK-CLOSE TO TRUE
               CALL 'c000041' USING MASK-REQUEST
           END-IF.
           IF C46-VALMAST-OPENED
               CLOSE VALMAST-FILE
           END-IF.
           IF C46-VMEVENT-OPENED
               CLOSE VMEVENT-FILE
           END-IF.
           IF C46-WORK-OPENED
               CLOSE DORMWORK-FILE
           END-IF.
           IF C46-REFFILE-AVAILABLE
               CLOSE REFFILE-FILE
           END-IF.
           IF C46-RPT-OPENED
               CLOSE DORMRPT-FILE
           END-IF.
           MOVE C46-MASTER-READ TO C46-EDIT-COUNT.
           DISPLAY "c000046 - VALMAST RECORDS READ:  " C46-EDIT-COUNT.
           MOVE C46-LIVE-COUNT TO C46-EDIT-COUNT.
           DISPLAY "c000046 - LIVE VALUES:          " C46-EDIT-COUNT.
           MOVE C46-DORMANT-COUNT TO C46-EDIT-COUNT.
           DISPLAY "c000046 - DORMANT VALUES:       " C46-EDIT-COUNT.
           MOVE C46-NEWLY-DORMANT TO C46-EDIT-COUNT.
           DISPLAY "c000046 - SET DORMANT THIS RUN: " C46-EDIT-COUNT.
           PERFORM 8000-write-runstat.
