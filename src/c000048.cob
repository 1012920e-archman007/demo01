       IDENTIFICATION DIVISION.
       PROGRAM-ID. c000048.
      *
      * Morning batch-window SLA report.  Every step of the nightly
      * cycle with a card on the SLATGT target deck (copybook
      * CPYSLA) is measured, night by night over the last 30
      * nights, from its RUNSTAT start entry to its end entry and
      * against its latest acceptable finish: a finish past the
      * target is a BREACH, one inside the warning margin short of
      * it is a WARNING, and a start with no end entry is NOT
      * COMPLETED and counts as a breach.  Each step gets its
      * nights listed, then totals of nights run, breaches and
      * warnings.
      *
      * A step's night is its run date: the first start entry of
      * the date is the start and the last end entry the finish,
      * so a stop and restart is measured from the first start to
      * the final end.  An end or target earlier in the day than
      * the start is taken to fall the following morning.
      * Entries for programs with no target card are passed over.
      *
      * PARM='NNN' SETS HOW MANY NIGHTS BACK FROM THE RUN DATE TO
      * REPORT (DEFAULT 030).  RC=4 WHEN ANY STEP BREACHED ITS
      * TARGET ON ITS MOST RECENT NIGHT; RC=12 SLATGT OR RUNSTAT
      * NOT AVAILABLE, OR THE REPORT COULD NOT BE OPENED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLATGT-FILE ASSIGN TO "SLATGT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C48-SLATGT-STATUS.
           SELECT RUNSTAT-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C48-RUNSTAT-STATUS.
           SELECT SLARPT-FILE ASSIGN TO "SLARPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C48-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SLATGT-FILE
           RECORDING MODE IS F.
           COPY CPYSLA.

       FD  RUNSTAT-FILE
           RECORDING MODE IS F.
           COPY CPYRUN.

       FD  SLARPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                  PIC X(133).

       WORKING-STORAGE SECTION.
       01  C48-SLATGT-STATUS         PIC X(02).
       01  C48-RUNSTAT-STATUS        PIC X(02).
       01  C48-RPT-STATUS            PIC X(02).
       01  C48-EOF-SWITCH            PIC X(01).
           88  C48-AT-END                       VALUE 'Y'.
       01  C48-RPT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
           88  C48-RPT-OPENED                   VALUE 'Y'.
       01  C48-REFUSED-SWITCH        PIC X(01) VALUE 'N'.
           88  C48-RUN-REFUSED                  VALUE 'Y'.
       01  C48-RUN-DATE              PIC 9(08).
       01  C48-NIGHTS                PIC 9(03) COMP VALUE 30.
       01  C48-TODAY-INTEGER         PIC 9(08) COMP.
       01  C48-FIRST-INTEGER         PIC 9(08) COMP.
       01  C48-ENTRY-INTEGER         PIC 9(08) COMP.
       01  C48-DATE-WORK             PIC 9(08).
       01  C48-PROGRAM-WORK          PIC X(08).
       01  C48-TIME-WORK             PIC 9(08).
       01  C48-TIME-WORK-R REDEFINES C48-TIME-WORK.
           05  C48-TIME-HH           PIC 9(02).
           05  C48-TIME-MM           PIC 9(02).
           05  FILLER                PIC 9(04).
       01  C48-START-MIN             PIC 9(05) COMP.
       01  C48-END-MIN               PIC 9(05) COMP.
       01  C48-TARGET-MIN            PIC 9(05) COMP.
       01  C48-WARN-MIN              PIC 9(05) COMP.
       01  C48-OVER-MIN              PIC S9(05) COMP.
       01  C48-CLOCK.
           05  C48-CLOCK-HH          PIC 9(02).
           05  FILLER                PIC X(01) VALUE ":".
           05  C48-CLOCK-MM          PIC 9(02).
       01  C48-RUNSTAT-READ          PIC 9(07) COMP VALUE 0.
       01  C48-TOTAL-NIGHTS          PIC 9(05) COMP VALUE 0.
       01  C48-TOTAL-BREACHES        PIC 9(05) COMP VALUE 0.
       01  C48-TOTAL-WARNINGS        PIC 9(05) COMP VALUE 0.
       01  C48-LATEST-BREACHES       PIC 9(05) COMP VALUE 0.
       01  C48-EDIT-COUNT            PIC ZZ,ZZ9.

      * The target deck, one entry per card in deck order, with
      * the step's running totals and its most recent night.
       01  C48-TARGET-MAX            PIC 9(02) COMP VALUE 50.
       01  C48-TARGET-COUNT          PIC 9(02) COMP VALUE 0.
       01  C48-TARGET-IDX            PIC 9(02) COMP VALUE 0.
       01  C48-TARGET-FOUND-SWITCH   PIC X(01).
           88  C48-TARGET-FOUND                 VALUE 'Y'.
       01  C48-TARGET-TABLE.
           05  C48-TARGET-ENTRY      OCCURS 50 TIMES.
               10  C48-TG-PROGRAM    PIC X(08).
               10  C48-TG-PARTITION  PIC X(01).
               10  C48-TG-STEP-NAME  PIC X(20).
               10  C48-TG-END-HH     PIC 9(02).
               10  C48-TG-END-MM     PIC 9(02).
               10  C48-TG-MARGIN     PIC 9(03).
               10  C48-TG-NIGHTS     PIC 9(05) COMP.
               10  C48-TG-BREACHES   PIC 9(05) COMP.
               10  C48-TG-WARNINGS   PIC 9(05) COMP.
               10  C48-TG-LATEST-DATE
                                     PIC X(08).
               10  C48-TG-LATEST-SW  PIC X(01).
                   88  C48-TG-LATEST-BREACHED   VALUE 'Y'.

      * One entry per step per night seen on RUNSTAT, in file (so
      * date) order.
       01  C48-NIGHT-MAX             PIC 9(04) COMP VALUE 2000.
       01  C48-NIGHT-COUNT           PIC 9(04) COMP VALUE 0.
       01  C48-NIGHT-IDX             PIC 9(04) COMP VALUE 0.
       01  C48-NIGHT-OVERFLOW-SW     PIC X(01) VALUE 'N'.
           88  C48-NIGHT-OVERFLOW               VALUE 'Y'.
       01  C48-NIGHT-FOUND-SWITCH    PIC X(01).
           88  C48-NIGHT-FOUND                  VALUE 'Y'.
       01  C48-NIGHT-TABLE.
           05  C48-NIGHT-ENTRY       OCCURS 2000 TIMES.
               10  C48-NT-TARGET     PIC 9(02) COMP.
               10  C48-NT-RUN-DATE   PIC X(08).
               10  C48-NT-START-TIME PIC X(08).
               10  C48-NT-END-TIME   PIC X(08).
               10  C48-NT-END-RC     PIC 9(02).

       01  C48-RPT-HEADING.
           05  FILLER                PIC X(36)
               VALUE "BATCH-WINDOW SLA REPORT   RUN DATE ".
           05  C48-HDG-DATE          PIC 9(08).
           05  FILLER                PIC X(08) VALUE "   LAST ".
           05  C48-HDG-NIGHTS        PIC ZZ9.
           05  FILLER                PIC X(07) VALUE " NIGHTS".
           05  FILLER                PIC X(71) VALUE SPACES.
       01  C48-RPT-STEP-LINE.
           05  FILLER                PIC X(06) VALUE "STEP  ".
           05  C48-STP-STEP-NAME     PIC X(20).
           05  FILLER                PIC X(10) VALUE "  PROGRAM ".
           05  C48-STP-PROGRAM       PIC X(08).
           05  FILLER                PIC X(12) VALUE "  PARTITION ".
           05  C48-STP-PARTITION     PIC X(01).
           05  FILLER                PIC X(09) VALUE "  TARGET ".
           05  C48-STP-TARGET        PIC X(05).
           05  FILLER                PIC X(09) VALUE "  MARGIN ".
           05  C48-STP-MARGIN        PIC ZZ9.
           05  FILLER                PIC X(08) VALUE " MINUTES".
           05  FILLER                PIC X(42) VALUE SPACES.
       01  C48-RPT-COLUMNS.
           05  FILLER                PIC X(11) VALUE "  RUN DATE ".
           05  FILLER                PIC X(07) VALUE "START  ".
           05  FILLER                PIC X(07) VALUE "END    ".
           05  FILLER                PIC X(04) VALUE "RC  ".
           05  FILLER                PIC X(07) VALUE "TARGET ".
           05  FILLER                PIC X(10) VALUE "  +/- MIN ".
           05  FILLER                PIC X(87) VALUE "FLAG".
       01  C48-RPT-DETAIL.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C48-DTL-RUN-DATE      PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C48-DTL-START         PIC X(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C48-DTL-END           PIC X(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C48-DTL-RC            PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C48-DTL-TARGET        PIC X(05).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  C48-DTL-OVER          PIC -ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C48-DTL-FLAG          PIC X(20).
           05  FILLER                PIC X(68) VALUE SPACES.
       01  C48-RPT-TOTAL-LINE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C48-TOT-LABEL         PIC X(30).
           05  C48-TOT-COUNT         PIC ZZ,ZZ9.
           05  FILLER                PIC X(95) VALUE SPACES.

       LINKAGE SECTION.
       01  C48-JCL-PARM.
           05  C48-JCL-PARM-LEN       PIC S9(4) COMP.
           05  C48-JCL-PARM-TEXT      PIC X(20).

       PROCEDURE DIVISION USING C48-JCL-PARM.
           PERFORM 1000-initialize.
           IF NOT C48-RUN-REFUSED
               PERFORM 2000-load-targets
           END-IF.
           IF NOT C48-RUN-REFUSED
               PERFORM 3000-collect-nights
           END-IF.
           IF NOT C48-RUN-REFUSED
               PERFORM 4000-produce-report
           END-IF.
           PERFORM 9000-terminate.
           GOBACK.

       1000-initialize.
           ACCEPT C48-RUN-DATE FROM DATE YYYYMMDD.
           IF C48-JCL-PARM-LEN >= 3
               AND C48-JCL-PARM-TEXT (1:3) IS NUMERIC
               AND C48-JCL-PARM-TEXT (1:3) NOT = "000"
               MOVE C48-JCL-PARM-TEXT (1:3) TO C48-NIGHTS
           END-IF.
           COMPUTE C48-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (C48-RUN-DATE).
           COMPUTE C48-FIRST-INTEGER =
               C48-TODAY-INTEGER - C48-NIGHTS.
           OPEN OUTPUT SLARPT-FILE.
           IF C48-RPT-STATUS = "00"
               SET C48-RPT-OPENED TO TRUE
               MOVE C48-RUN-DATE TO C48-HDG-DATE
               MOVE C48-NIGHTS TO C48-HDG-NIGHTS
               WRITE RPT-LINE FROM C48-RPT-HEADING
           ELSE
               DISPLAY "c000048 - ERROR: UNABLE TO OPEN SLARPT, "
                   "STATUS " C48-RPT-STATUS
               SET C48-RUN-REFUSED TO TRUE
           END-IF.

       2000-load-targets.
           MOVE 'N' TO C48-EOF-SWITCH.
           OPEN INPUT SLATGT-FILE.
           IF C48-SLATGT-STATUS = "00"
               PERFORM 2100-read-target UNTIL C48-AT-END
               CLOSE SLATGT-FILE
           ELSE
               DISPLAY "c000048 - ERROR: SLATGT NOT AVAILABLE, "
                   "STATUS " C48-SLATGT-STATUS
               SET C48-RUN-REFUSED TO TRUE
           END-IF.
           IF NOT C48-RUN-REFUSED AND C48-TARGET-COUNT = 0
               DISPLAY "c000048 - ERROR: NO USABLE TARGET CARDS ON "
                   "SLATGT"
               SET C48-RUN-REFUSED TO TRUE
           END-IF.

       2100-read-target.
           READ SLATGT-FILE
               AT END
                   SET C48-AT-END TO TRUE
               NOT AT END
                   IF SLA-TARGET-RECORD NOT = SPACES
                       AND SLA-TARGET-RECORD (1:1) NOT = "*"
                       PERFORM 2200-take-target
                   END-IF
           END-READ.

       2200-take-target.
           EVALUATE TRUE
               WHEN SL-END-TIME NOT NUMERIC
                   OR SL-END-HH > 23 OR SL-END-MM > 59
                   DISPLAY "c000048 - WARNING: BAD END TIME ON "
                       "SLATGT CARD FOR " SL-PROGRAM " - IGNORED"
               WHEN SL-WARN-MARGIN NOT NUMERIC
                   DISPLAY "c000048 - WARNING: BAD MARGIN ON "
                       "SLATGT CARD FOR " SL-PROGRAM " - IGNORED"
               WHEN C48-TARGET-COUNT >= C48-TARGET-MAX
                   DISPLAY "c000048 - WARNING: TARGET TABLE FULL - "
                       "CARD FOR " SL-PROGRAM " IGNORED"
               WHEN OTHER
                   ADD 1 TO C48-TARGET-COUNT
                   MOVE C48-TARGET-COUNT TO C48-TARGET-IDX
      *            RUNSTAT carries the program name in lower case;
      *            the card may be punched either way.
                   MOVE SL-PROGRAM TO C48-TG-PROGRAM (C48-TARGET-IDX)
                   INSPECT C48-TG-PROGRAM (C48-TARGET-IDX)
                       CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   MOVE SL-PARTITION
                       TO C48-TG-PARTITION (C48-TARGET-IDX)
                   MOVE SL-STEP-NAME
                       TO C48-TG-STEP-NAME (C48-TARGET-IDX)
                   MOVE SL-END-HH TO C48-TG-END-HH (C48-TARGET-IDX)
                   MOVE SL-END-MM TO C48-TG-END-MM (C48-TARGET-IDX)
                   MOVE SL-WARN-MARGIN
                       TO C48-TG-MARGIN (C48-TARGET-IDX)
                   MOVE 0 TO C48-TG-NIGHTS (C48-TARGET-IDX)
                             C48-TG-BREACHES (C48-TARGET-IDX)
                             C48-TG-WARNINGS (C48-TARGET-IDX)
                   MOVE SPACES TO C48-TG-LATEST-DATE (C48-TARGET-IDX)
                   MOVE 'N' TO C48-TG-LATEST-SW (C48-TARGET-IDX)
           END-EVALUATE.

       3000-collect-nights.
           MOVE 'N' TO C48-EOF-SWITCH.
           OPEN INPUT RUNSTAT-FILE.
           IF C48-RUNSTAT-STATUS = "00"
               PERFORM 3100-read-runstat UNTIL C48-AT-END
               CLOSE RUNSTAT-FILE
           ELSE
               DISPLAY "c000048 - ERROR: RUNSTAT NOT AVAILABLE, "
                   "STATUS " C48-RUNSTAT-STATUS
               SET C48-RUN-REFUSED TO TRUE
           END-IF.

       3100-read-runstat.
           READ RUNSTAT-FILE
               AT END
                   SET C48-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO C48-RUNSTAT-READ
                   IF (RS-START-ENTRY OR RS-END-ENTRY)
                       AND RS-RUN-DATE IS NUMERIC
                       PERFORM 3200-check-entry-date
                   END-IF
           END-READ.

       3200-check-entry-date.
           MOVE RS-RUN-DATE TO C48-DATE-WORK.
           COMPUTE C48-ENTRY-INTEGER =
               FUNCTION INTEGER-OF-DATE (C48-DATE-WORK).
           IF C48-ENTRY-INTEGER >= C48-FIRST-INTEGER
               AND C48-ENTRY-INTEGER <= C48-TODAY-INTEGER
               PERFORM 3300-find-target
               IF C48-TARGET-FOUND
                   PERFORM 3400-post-entry
               END-IF
           END-IF.

       3300-find-target.
           MOVE RS-PROGRAM TO C48-PROGRAM-WORK.
           INSPECT C48-PROGRAM-WORK
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 'N' TO C48-TARGET-FOUND-SWITCH.
           PERFORM 3310-search-target
               VARYING C48-TARGET-IDX FROM 1 BY 1
               UNTIL C48-TARGET-IDX > C48-TARGET-COUNT
                   OR C48-TARGET-FOUND.

       3310-search-target.
           IF C48-TG-PROGRAM (C48-TARGET-IDX) = C48-PROGRAM-WORK
               AND C48-TG-PARTITION (C48-TARGET-IDX) = RS-PARTITION
               SET C48-TARGET-FOUND TO TRUE
      *        The VARYING adds one more before the UNTIL test sees
      *        the switch, so step back to the matched slot.
               SUBTRACT 1 FROM C48-TARGET-IDX
           END-IF.

       3400-post-entry.
           MOVE 'N' TO C48-NIGHT-FOUND-SWITCH.
           IF C48-NIGHT-COUNT > 0
               PERFORM 3410-search-night
                   VARYING C48-NIGHT-IDX FROM 1 BY 1
                   UNTIL C48-NIGHT-IDX > C48-NIGHT-COUNT
                       OR C48-NIGHT-FOUND
           END-IF.
           IF NOT C48-NIGHT-FOUND
               IF C48-NIGHT-COUNT < C48-NIGHT-MAX
                   ADD 1 TO C48-NIGHT-COUNT
                   MOVE C48-NIGHT-COUNT TO C48-NIGHT-IDX
                   MOVE C48-TARGET-IDX TO C48-NT-TARGET (C48-NIGHT-IDX)
                   MOVE RS-RUN-DATE TO C48-NT-RUN-DATE (C48-NIGHT-IDX)
                   MOVE SPACES TO C48-NT-START-TIME (C48-NIGHT-IDX)
                                  C48-NT-END-TIME (C48-NIGHT-IDX)
                   MOVE 0 TO C48-NT-END-RC (C48-NIGHT-IDX)
                   SET C48-NIGHT-FOUND TO TRUE
               ELSE
                   IF NOT C48-NIGHT-OVERFLOW
                       SET C48-NIGHT-OVERFLOW TO TRUE
                       DISPLAY "c000048 - WARNING: NIGHT TABLE FULL "
                           "- REPORT INCOMPLETE"
                   END-IF
               END-IF
           END-IF.
           IF C48-NIGHT-FOUND
               IF RS-START-ENTRY
                   IF C48-NT-START-TIME (C48-NIGHT-IDX) = SPACES
                       MOVE RS-TIMESTAMP
                           TO C48-NT-START-TIME (C48-NIGHT-IDX)
                   END-IF
               ELSE
                   MOVE RS-TIMESTAMP
                       TO C48-NT-END-TIME (C48-NIGHT-IDX)
                   MOVE RS-HIGHEST-RC
                       TO C48-NT-END-RC (C48-NIGHT-IDX)
               END-IF
           END-IF.

       3410-search-night.
           IF C48-NT-TARGET (C48-NIGHT-IDX) = C48-TARGET-IDX
               AND C48-NT-RUN-DATE (C48-NIGHT-IDX) = RS-RUN-DATE
               SET C48-NIGHT-FOUND TO TRUE
               SUBTRACT 1 FROM C48-NIGHT-IDX
           END-IF.

       4000-produce-report.
           PERFORM 4100-report-one-step
               VARYING C48-TARGET-IDX FROM 1 BY 1
               UNTIL C48-TARGET-IDX > C48-TARGET-COUNT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "ALL STEPS" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "STEP-NIGHTS MEASURED" TO C48-TOT-LABEL.
           MOVE C48-TOTAL-NIGHTS TO C48-TOT-COUNT.
           WRITE RPT-LINE FROM C48-RPT-TOTAL-LINE.
           MOVE "BREACHES" TO C48-TOT-LABEL.
           MOVE C48-TOTAL-BREACHES TO C48-TOT-COUNT.
           WRITE RPT-LINE FROM C48-RPT-TOTAL-LINE.
           MOVE "WARNINGS" TO C48-TOT-LABEL.
           MOVE C48-TOTAL-WARNINGS TO C48-TOT-COUNT.
           WRITE RPT-LINE FROM C48-RPT-TOTAL-LINE.
           MOVE "STEPS BREACHED LATEST NIGHT" TO C48-TOT-LABEL.
           MOVE C48-LATEST-BREACHES TO C48-TOT-COUNT.
           WRITE RPT-LINE FROM C48-RPT-TOTAL-LINE.

       4100-report-one-step.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE C48-TG-STEP-NAME (C48-TARGET-IDX) TO C48-STP-STEP-NAME.
           MOVE C48-TG-PROGRAM (C48-TARGET-IDX) TO C48-STP-PROGRAM.
           MOVE C48-TG-PARTITION (C48-TARGET-IDX)
               TO C48-STP-PARTITION.
           MOVE C48-TG-END-HH (C48-TARGET-IDX) TO C48-CLOCK-HH.
           MOVE C48-TG-END-MM (C48-TARGET-IDX) TO C48-CLOCK-MM.
           MOVE C48-CLOCK TO C48-STP-TARGET.
           MOVE C48-TG-MARGIN (C48-TARGET-IDX) TO C48-STP-MARGIN.
           WRITE RPT-LINE FROM C48-RPT-STEP-LINE.
           WRITE RPT-LINE FROM C48-RPT-COLUMNS.
           PERFORM 4200-report-one-night
               VARYING C48-NIGHT-IDX FROM 1 BY 1
               UNTIL C48-NIGHT-IDX > C48-NIGHT-COUNT.
           IF C48-TG-NIGHTS (C48-TARGET-IDX) = 0
               MOVE SPACES TO C48-RPT-TOTAL-LINE
               MOVE "NO RUNS IN THE PERIOD" TO C48-TOT-LABEL
               WRITE RPT-LINE FROM C48-RPT-TOTAL-LINE
           ELSE
               MOVE "NIGHTS" TO C48-TOT-LABEL
               MOVE C48-TG-NIGHTS (C48-TARGET-IDX) TO C48-TOT-COUNT
               WRITE RPT-LINE FROM C48-RPT-TOTAL-LINE
               MOVE "BREACHES" TO C48-TOT-LABEL
               MOVE C48-TG-BREACHES (C48-TARGET-IDX) TO C48-TOT-COUNT
               WRITE RPT-LINE FROM C48-RPT-TOTAL-LINE
               MOVE "WARNINGS" TO C48-TOT-LABEL
               MOVE C48-TG-WARNINGS (C48-TARGET-IDX) TO C48-TOT-COUNT
               WRITE RPT-LINE FROM C48-RPT-TOTAL-LINE
           END-IF.
           IF C48-TG-LATEST-BREACHED (C48-TARGET-IDX)
               ADD 1 TO C48-LATEST-BREACHES
           END-IF.

       4200-report-one-night.
           IF C48-NT-TARGET (C48-NIGHT-IDX) = C48-TARGET-IDX
               ADD 1 TO C48-TG-NIGHTS (C48-TARGET-IDX)
               ADD 1 TO C48-TOTAL-NIGHTS
               MOVE C48-NT-RUN-DATE (C48-NIGHT-IDX)
                   TO C48-DTL-RUN-DATE
               MOVE C48-TG-END-HH (C48-TARGET-IDX) TO C48-CLOCK-HH
               MOVE C48-TG-END-MM (C48-TARGET-IDX) TO C48-CLOCK-MM
               MOVE C48-CLOCK TO C48-DTL-TARGET
               MOVE C48-NT-RUN-DATE (C48-NIGHT-IDX)
                   TO C48-TG-LATEST-DATE (C48-TARGET-IDX)
               MOVE 'N' TO C48-TG-LATEST-SW (C48-TARGET-IDX)
               PERFORM 4300-measure-night
               WRITE RPT-LINE FROM C48-RPT-DETAIL
           END-IF.

       4300-measure-night.
      *    Everything is put in minutes from the midnight before the
      *    start; an end or target that reads earlier than the start
      *    is the following morning's.  A night with only an end
      *    entry is measured as if it started at its end.
           IF C48-NT-START-TIME (C48-NIGHT-IDX) IS NUMERIC
               MOVE C48-NT-START-TIME (C48-NIGHT-IDX)
                   TO C48-TIME-WORK
           ELSE
               IF C48-NT-END-TIME (C48-NIGHT-IDX) IS NUMERIC
                   MOVE C48-NT-END-TIME (C48-NIGHT-IDX)
                       TO C48-TIME-WORK
               ELSE
                   MOVE ZERO TO C48-TIME-WORK
               END-IF
           END-IF.
           COMPUTE C48-START-MIN = C48-TIME-HH * 60 + C48-TIME-MM.
           MOVE C48-TIME-HH TO C48-CLOCK-HH.
           MOVE C48-TIME-MM TO C48-CLOCK-MM.
           IF C48-NT-START-TIME (C48-NIGHT-IDX) IS NUMERIC
               MOVE C48-CLOCK TO C48-DTL-START
           ELSE
               MOVE "--:--" TO C48-DTL-START
           END-IF.
           COMPUTE C48-TARGET-MIN =
               C48-TG-END-HH (C48-TARGET-IDX) * 60
               + C48-TG-END-MM (C48-TARGET-IDX).
           IF C48-TARGET-MIN < C48-START-MIN
               ADD 1440 TO C48-TARGET-MIN
           END-IF.
           IF C48-TG-MARGIN (C48-TARGET-IDX) < C48-TARGET-MIN
               COMPUTE C48-WARN-MIN =
                   C48-TARGET-MIN - C48-TG-MARGIN (C48-TARGET-IDX)
           ELSE
               MOVE ZERO TO C48-WARN-MIN
           END-IF.
           IF C48-NT-END-TIME (C48-NIGHT-IDX) IS NUMERIC
               MOVE C48-NT-END-TIME (C48-NIGHT-IDX) TO C48-TIME-WORK
               COMPUTE C48-END-MIN = C48-TIME-HH * 60 + C48-TIME-MM
               IF C48-END-MIN < C48-START-MIN
                   ADD 1440 TO C48-END-MIN
               END-IF
               MOVE C48-TIME-HH TO C48-CLOCK-HH
               MOVE C48-TIME-MM TO C48-CLOCK-MM
               MOVE C48-CLOCK TO C48-DTL-END
               MOVE C48-NT-END-RC (C48-NIGHT-IDX) TO C48-DTL-RC
               COMPUTE C48-OVER-MIN = C48-END-MIN - C48-TARGET-MIN
               MOVE C48-OVER-MIN TO C48-DTL-OVER
               EVALUATE TRUE
                   WHEN C48-END-MIN > C48-TARGET-MIN
                       MOVE "*** BREACH ***" TO C48-DTL-FLAG
                       PERFORM 4400-count-breach
                   WHEN C48-END-MIN > C48-WARN-MIN
                       MOVE "WARNING" TO C48-DTL-FLAG
                       ADD 1 TO C48-TG-WARNINGS (C48-TARGET-IDX)
                       ADD 1 TO C48-TOTAL-WARNINGS
                   WHEN OTHER
                       MOVE SPACES TO C48-DTL-FLAG
               END-EVALUATE
           ELSE
               MOVE "--:--" TO C48-DTL-END
               MOVE SPACES TO C48-DTL-RC
               MOVE ZERO TO C48-DTL-OVER
               MOVE "*** NOT COMPLETED" TO C48-DTL-FLAG
               PERFORM 4400-count-breach
           END-IF.

       4400-count-breach.
           ADD 1 TO C48-TG-BREACHES (C48-TARGET-IDX).
           ADD 1 TO C48-TOTAL-BREACHES.
           SET C48-TG-LATEST-BREACHED (C48-TARGET-IDX) TO TRUE.

       9000-terminate.
           IF C48-RPT-OPENED
               CLOSE SLARPT-FILE
           END-IF.
           IF C48-RUN-REFUSED
               MOVE 12 TO RETURN-CODE
           ELSE
               IF C48-LATEST-BREACHES > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE C48-TARGET-COUNT TO C48-EDIT-COUNT.
           DISPLAY "c000048 - SLA TARGETS:          " C48-EDIT-COUNT.
           MOVE C48-TOTAL-NIGHTS TO C48-EDIT-COUNT.
           DISPLAY "c000048 - STEP-NIGHTS MEASURED: " C48-EDIT-COUNT.
           MOVE C48-TOTAL-BREACHES TO C48-EDIT-COUNT.
           DISPLAY "c000048 - BREACHES:             " C48-EDIT-COUNT.
           MOVE C48-TOTAL-WARNINGS TO C48-EDIT-COUNT.
           DISPLAY "c000048 - WARNINGS:             " C48-EDIT-COUNT.
