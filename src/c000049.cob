       IDENTIFICATION DIVISION.
       PROGRAM-ID. c000049.
      *
      * Daily quality-assurance sample of what the system accepted.
      * Rejections are reviewed as a matter of course through the
      * suspense register; this step gives the same scrutiny to a
      * random share of the entries that went through.  Every
      * TRANLOG entry logged on the business date is offered to the
      * draw at the rate its QARATE card sets (copybook CPYQAR) -
      * the rate for its STRINFLE sender if it arrived through
      * c000003 from one that has a card, else the rate for its
      * caller (c000003, MAINPROG, c000005 for the DL10 online
      * path), else the default card's - and each entry drawn is
      * numbered and written to the QASAMPLE KSDS (copybook
      * CPYQAS) with its REFFILE category and VALMAST status as of
      * the draw.
      *
      * QAWKSHT is the reviewers' worksheet: every sampled entry
      * with its value (through the c000041 masking service), its
      * REFFILE description and category and its VALMAST state,
      * and a space for the result and the reviewer's user id, to
      * be returned as QASIGN cards for c000050.  A summary shows,
      * rate by rate, how many entries were offered and drawn.
      * The draw seed prints on the worksheet so an auditor can
      * see the sample was not chosen by hand.
      *
      * PARM='YYYYMMDD' SELECTS THE BUSINESS DATE; DEFAULT IS THE
      * LATEST CALFILE BUSINESS DAY BEFORE THE RUN DATE.
      * RC=0 SAMPLE DRAWN (OR NOTHING LOGGED FOR THE DATE); RC=4
      * SOME SAMPLE RECORDS COULD NOT BE WRITTEN; RC=12 RUN
      * REFUSED - THE DATE HAS ALREADY BEEN SAMPLED, OR TRANLOG,
      * QASAMPLE OR THE WORKSHEET NOT AVAILABLE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANLOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C49-TRANLOG-STATUS.
           SELECT QARATE-FILE ASSIGN TO "QARATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C49-QARATE-STATUS.
           SELECT CALFILE-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C49-CALFILE-STATUS.
           SELECT QASAMPLE-FILE ASSIGN TO "QASAMPLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QA-KEY
               FILE STATUS IS C49-QASAMPLE-STATUS.
           SELECT REFFILE-FILE ASSIGN TO "REFFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REF-CODE
               FILE STATUS IS C49-REFFILE-STATUS.
           SELECT VALMAST-FILE ASSIGN TO "VALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VALUE
               FILE STATUS IS C49-VALMAST-STATUS.
           SELECT QAWKSHT-FILE ASSIGN TO "QAWKSHT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C49-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANLOG-FILE
           RECORDING MODE IS F.
           COPY CPYLOG.

       FD  QARATE-FILE
           RECORDING MODE IS F.
           COPY CPYQAR.

       FD  CALFILE-FILE
           RECORDING MODE IS F.
           COPY CPYCAL.

       FD  QASAMPLE-FILE
           RECORDING MODE IS F.
           COPY CPYQAS.

       FD  REFFILE-FILE
           RECORDING MODE IS F.
           COPY CPYVAL.

       FD  VALMAST-FILE
           RECORDING MODE IS F.
           COPY CPYVMS.

       FD  QAWKSHT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                  PIC X(133).

       WORKING-STORAGE SECTION.
       01  C49-TRANLOG-STATUS        PIC X(02).
       01  C49-QARATE-STATUS         PIC X(02).
       01  C49-CALFILE-STATUS        PIC X(02).
       01  C49-QASAMPLE-STATUS       PIC X(02).
       01  C49-REFFILE-STATUS        PIC X(02).
       01  C49-VALMAST-STATUS        PIC X(02).
       01  C49-RPT-STATUS            PIC X(02).
       01  C49-EOF-SWITCH            PIC X(01).
           88  C49-AT-END                       VALUE 'Y'.
       01  C49-RPT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
           88  C49-RPT-OPENED                   VALUE 'Y'.
       01  C49-QASAMPLE-OPEN-SWITCH  PIC X(01) VALUE 'N'.
           88  C49-QASAMPLE-OPENED              VALUE 'Y'.
       01  C49-REF-OPEN-SWITCH       PIC X(01) VALUE 'N'.
           88  C49-REFFILE-AVAILABLE            VALUE 'Y'.
       01  C49-VALMAST-OPEN-SWITCH   PIC X(01) VALUE 'N'.
           88  C49-VALMAST-AVAILABLE            VALUE 'Y'.
       01  C49-MASK-OPEN-SWITCH      PIC X(01) VALUE 'N'.
           88  C49-MASK-OPENED                  VALUE 'Y'.
       01  C49-REFUSED-SWITCH        PIC X(01) VALUE 'N'.
           88  C49-RUN-REFUSED                  VALUE 'Y'.
       01  C49-RUN-DATE              PIC 9(08).
       01  C49-RUN-DATE-X REDEFINES C49-RUN-DATE
                                     PIC X(08).
       01  C49-BUSINESS-DATE         PIC X(08).
       01  C49-CAL-BUSINESS-DATE     PIC X(08) VALUE SPACES.
       01  C49-CURRENT-TIME          PIC 9(08).
       01  C49-SEED                  PIC 9(08).
       01  C49-RANDOM                PIC V9(09).
       01  C49-DRAW                  PIC 9(03)V9(02).
       01  C49-LOOKUP-VALUE          PIC X(50).
       01  C49-KIND-WORK             PIC X(01).
       01  C49-KEY-WORK              PIC X(08).
       01  C49-TRANLOG-READ          PIC 9(07) COMP VALUE 0.
       01  C49-OFFERED-COUNT         PIC 9(07) COMP VALUE 0.
       01  C49-SAMPLE-NBR            PIC 9(05) VALUE 0.
       01  C49-WRITE-FAILED          PIC 9(05) COMP VALUE 0.
       01  C49-EDIT-COUNT            PIC ZZZ,ZZ9.
       01  C49-EDIT-RECORDS          PIC Z,ZZZ,ZZ9.

      * The QARATE deck with, for each card, the entries it
      * governed today and how many of them were drawn.  Entry 1 is
      * always the default; with no default card it samples at the
      * compiled-in rate of one per cent.
       01  C49-RATE-MAX              PIC 9(02) COMP VALUE 50.
       01  C49-RATE-COUNT            PIC 9(02) COMP VALUE 1.
       01  C49-RATE-IDX              PIC 9(02) COMP VALUE 0.
       01  C49-RATE-HIT              PIC 9(02) COMP VALUE 0.
       01  C49-RATE-FOUND-SWITCH     PIC X(01).
           88  C49-RATE-FOUND                   VALUE 'Y'.
       01  C49-RATE-TABLE.
           05  C49-RATE-ENTRY        OCCURS 50 TIMES.
               10  C49-RT-KIND       PIC X(01).
               10  C49-RT-KEY        PIC X(08).
               10  C49-RT-RATE       PIC 9(03)V9(02).
               10  C49-RT-OFFERED    PIC 9(07) COMP.
               10  C49-RT-DRAWN      PIC 9(05) COMP.

       01  C49-RPT-HEADING.
           05  FILLER                PIC X(42)
               VALUE "QUALITY-ASSURANCE REVIEW WORKSHEET  DATE ".
           05  C49-HDG-DATE          PIC X(08).
           05  FILLER                PIC X(11) VALUE "  RUN DATE ".
           05  C49-HDG-RUN-DATE      PIC X(08).
           05  FILLER                PIC X(07) VALUE "  SEED ".
           05  C49-HDG-SEED          PIC 9(08).
           05  FILLER                PIC X(49) VALUE SPACES.
       01  C49-RPT-COLUMNS.
           05  FILLER                PIC X(06) VALUE "NBR   ".
           05  FILLER                PIC X(09) VALUE "TIME     ".
           05  FILLER                PIC X(09) VALUE "CALLER   ".
           05  FILLER                PIC X(09) VALUE "SOURCE   ".
           05  FILLER                PIC X(09) VALUE "USER     ".
           05  FILLER                PIC X(09) VALUE "CATEGORY ".
           05  FILLER                PIC X(11) VALUE "VALMAST    ".
           05  FILLER                PIC X(41) VALUE "DESCRIPTION".
           05  FILLER                PIC X(30)
               VALUE "  RESULT OK/EX   REVIEWER".
       01  C49-RPT-DETAIL.
           05  C49-DTL-NBR           PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C49-DTL-TIME          PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C49-DTL-CALLER        PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C49-DTL-SOURCE        PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C49-DTL-USER          PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C49-DTL-CATEGORY      PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C49-DTL-STATE         PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C49-DTL-DESCRIPTION   PIC X(40).
           05  FILLER                PIC X(31)
               VALUE "  ______         ________".
       01  C49-RPT-VALUE-LINE.
           05  FILLER                PIC X(06) VALUE SPACES.
           05  FILLER                PIC X(07) VALUE "VALUE: ".
           05  C49-VAL-VALUE         PIC X(100).
           05  FILLER                PIC X(20) VALUE SPACES.
       01  C49-RPT-RATE-LINE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C49-RL-BASIS          PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C49-RL-KEY            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C49-RL-RATE           PIC ZZ9.99.
           05  FILLER                PIC X(03) VALUE "%  ".
           05  C49-RL-OFFERED        PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C49-RL-DRAWN          PIC ZZZ,ZZ9.
           05  FILLER                PIC X(85) VALUE SPACES.
       01  C49-RPT-TOTAL-LINE.
           05  C49-TOT-LABEL         PIC X(40).
           05  C49-TOT-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(84) VALUE SPACES.

       COPY CPYMSK.

       LINKAGE SECTION.
       01  C49-JCL-PARM.
           05  C49-JCL-PARM-LEN       PIC S9(4) COMP.
           05  C49-JCL-PARM-TEXT      PIC X(20).

       PROCEDURE DIVISION USING C49-JCL-PARM.
           PERFORM 1000-initialize.
           IF NOT C49-RUN-REFUSED
               PERFORM 2000-check-not-sampled
           END-IF.
           IF NOT C49-RUN-REFUSED
               PERFORM 3000-draw-sample
               PERFORM 4000-print-summary
           END-IF.
           PERFORM 9000-terminate.
           GOBACK.

       1000-initialize.
           ACCEPT C49-RUN-DATE FROM DATE YYYYMMDD.
           IF C49-JCL-PARM-LEN >= 8
               MOVE C49-JCL-PARM-TEXT (1:8) TO C49-BUSINESS-DATE
           ELSE
      *        The latest business day strictly before the run
      *        date, so the morning-after run samples the night
      *        just processed even when the run date is itself a
      *        business day; with no calendar the run date stands.
               PERFORM 1100-read-calendar
               IF C49-CAL-BUSINESS-DATE NOT = SPACES
                   MOVE C49-CAL-BUSINESS-DATE TO C49-BUSINESS-DATE
               ELSE
                   MOVE C49-RUN-DATE-X TO C49-BUSINESS-DATE
               END-IF
           END-IF.
      *    The time of day seeds the draw, so nobody can tell in
      *    advance which entries a given night will put in front of
      *    a reviewer.
           ACCEPT C49-CURRENT-TIME FROM TIME.
           MOVE C49-CURRENT-TIME TO C49-SEED.
           COMPUTE C49-RANDOM = FUNCTION RANDOM (C49-SEED).
           PERFORM 1200-load-rates.
           OPEN OUTPUT QAWKSHT-FILE.
           IF C49-RPT-STATUS = "00"
               SET C49-RPT-OPENED TO TRUE
               MOVE C49-BUSINESS-DATE TO C49-HDG-DATE
               MOVE C49-RUN-DATE-X TO C49-HDG-RUN-DATE
               MOVE C49-SEED TO C49-HDG-SEED
               WRITE RPT-LINE FROM C49-RPT-HEADING
           ELSE
               DISPLAY "c000049 - ERROR: UNABLE TO OPEN QAWKSHT, "
                   "STATUS " C49-RPT-STATUS
               SET C49-RUN-REFUSED TO TRUE
           END-IF.
           OPEN INPUT REFFILE-FILE.
           IF C49-REFFILE-STATUS = "00"
               SET C49-REFFILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "c000049 - WARNING: REFFILE NOT AVAILABLE, "
                   "STATUS " C49-REFFILE-STATUS
                   " - DESCRIPTIONS NOT SHOWN"
           END-IF.
           OPEN INPUT VALMAST-FILE.
           IF C49-VALMAST-STATUS = "00"
               SET C49-VALMAST-AVAILABLE TO TRUE
           ELSE
               DISPLAY "c000049 - WARNING: VALMAST NOT AVAILABLE, "
                   "STATUS " C49-VALMAST-STATUS
                   " - MASTER STATE NOT SHOWN"
           END-IF.
           SET MK-OPEN TO TRUE.
           MOVE 'c000049' TO MK-CALLER-PROGRAM.
           CALL 'c000041' USING MASK-REQUEST.
           SET C49-MASK-OPENED TO TRUE.

       1100-read-calendar.
           MOVE 'N' TO C49-EOF-SWITCH.
           OPEN INPUT CALFILE-FILE.
           IF C49-CALFILE-STATUS = "00"
               PERFORM 1110-read-calendar-record
                   UNTIL C49-AT-END
               CLOSE CALFILE-FILE
           END-IF.

       1110-read-calendar-record.
           READ CALFILE-FILE
               AT END
                   SET C49-AT-END TO TRUE
               NOT AT END
                   IF CAL-DATE NOT < C49-RUN-DATE-X
                       SET C49-AT-END TO TRUE
                   ELSE
                       IF CAL-BUSINESS-DAY
                           MOVE CAL-DATE TO C49-CAL-BUSINESS-DATE
                       END-IF
                   END-IF
           END-READ.

       1200-load-rates.
           MOVE 'D' TO C49-RT-KIND (1).
           MOVE SPACES TO C49-RT-KEY (1).
           MOVE 1.00 TO C49-RT-RATE (1).
           MOVE 0 TO C49-RT-OFFERED (1) C49-RT-DRAWN (1).
           MOVE 'N' TO C49-EOF-SWITCH.
           OPEN INPUT QARATE-FILE.
           IF C49-QARATE-STATUS = "00"
               PERFORM 1210-read-rate-card UNTIL C49-AT-END
               CLOSE QARATE-FILE
           ELSE
               DISPLAY "c000049 - WARNING: QARATE NOT AVAILABLE, "
                   "STATUS " C49-QARATE-STATUS
                   " - DEFAULT RATE FOR ALL ENTRIES"
           END-IF.

       1210-read-rate-card.
           READ QARATE-FILE
               AT END
                   SET C49-AT-END TO TRUE
               NOT AT END
                   IF QA-RATE-CARD NOT = SPACES
                       AND QA-RATE-CARD (1:1) NOT = "*"
                       PERFORM 1220-take-rate-card
                   END-IF
           END-READ.

       1220-take-rate-card.
      *    Keys are held upper case: TRANLOG carries the batch
      *    callers in lower case and MAINPROG in upper.
           MOVE QR-KIND TO C49-KIND-WORK.
           MOVE QR-KEY TO C49-KEY-WORK.
           INSPECT C49-KEY-WORK
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           EVALUATE TRUE
               WHEN QR-RATE NOT NUMERIC OR QR-RATE > 100
                   DISPLAY "c000049 - WARNING: BAD RATE ON QARATE "
                       "CARD " QA-RATE-CARD (1:16) " - IGNORED"
               WHEN QR-KIND-DEFAULT
                   MOVE QR-RATE TO C49-RT-RATE (1)
               WHEN (QR-KIND-SOURCE OR QR-KIND-CALLER)
                   AND QR-KEY NOT = SPACES
                   PERFORM 1230-find-rate-card
                   IF C49-RATE-FOUND
                       MOVE QR-RATE TO C49-RT-RATE (C49-RATE-IDX)
                   ELSE
                       IF C49-RATE-COUNT < C49-RATE-MAX
                           ADD 1 TO C49-RATE-COUNT
                           MOVE C49-RATE-COUNT TO C49-RATE-IDX
                           MOVE QR-KIND TO C49-RT-KIND (C49-RATE-IDX)
                           MOVE C49-KEY-WORK
                               TO C49-RT-KEY (C49-RATE-IDX)
                           MOVE QR-RATE TO C49-RT-RATE (C49-RATE-IDX)
                           MOVE 0 TO C49-RT-OFFERED (C49-RATE-IDX)
                                     C49-RT-DRAWN (C49-RATE-IDX)
                       ELSE
                           DISPLAY "c000049 - WARNING: RATE TABLE "
                               "FULL - CARD " QA-RATE-CARD (1:16)
                               " IGNORED"
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "c000049 - WARNING: BAD KIND ON QARATE "
                       "CARD " QA-RATE-CARD (1:16) " - IGNORED"
           END-EVALUATE.

       1230-find-rate-card.
           MOVE 'N' TO C49-RATE-FOUND-SWITCH.
           PERFORM 1240-search-rate
               VARYING C49-RATE-IDX FROM 2 BY 1
               UNTIL C49-RATE-IDX > C49-RATE-COUNT
                   OR C49-RATE-FOUND.

       1240-search-rate.
           IF C49-RT-KIND (C49-RATE-IDX) = C49-KIND-WORK
               AND C49-RT-KEY (C49-RATE-IDX) = C49-KEY-WORK
               SET C49-RATE-FOUND TO TRUE
      *        The VARYING adds one more before the UNTIL test sees
      *        the switch, so step back to the matched slot.
               SUBTRACT 1 FROM C49-RATE-IDX
           END-IF.

       2000-check-not-sampled.
      *    One sample per business date: a second draw would let a
      *    date be resampled until the review came out clean.
           OPEN I-O QASAMPLE-FILE.
           IF C49-QASAMPLE-STATUS = "35"
               OPEN OUTPUT QASAMPLE-FILE
               CLOSE QASAMPLE-FILE
               OPEN I-O QASAMPLE-FILE
           END-IF.
           IF C49-QASAMPLE-STATUS NOT = "00"
               DISPLAY "c000049 - ERROR: QASAMPLE NOT AVAILABLE, "
                   "STATUS " C49-QASAMPLE-STATUS
               SET C49-RUN-REFUSED TO TRUE
           ELSE
               SET C49-QASAMPLE-OPENED TO TRUE
               MOVE C49-BUSINESS-DATE TO QA-SAMPLE-DATE
               MOVE 0 TO QA-SAMPLE-NBR
               START QASAMPLE-FILE KEY IS NOT LESS THAN QA-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ QASAMPLE-FILE NEXT
                           AT END
                               CONTINUE
                           NOT AT END
                               IF QA-SAMPLE-DATE = C49-BUSINESS-DATE
                                   DISPLAY "c000049 - ERROR: "
                                       C49-BUSINESS-DATE
                                       " ALREADY SAMPLED - RUN REFUSED"
                                   SET C49-RUN-REFUSED TO TRUE
                               END-IF
                       END-READ
               END-START
           END-IF.

       3000-draw-sample.
           MOVE 'N' TO C49-EOF-SWITCH.
           OPEN INPUT TRANLOG-FILE.
           IF C49-TRANLOG-STATUS NOT = "00"
               DISPLAY "c000049 - ERROR: TRANLOG NOT AVAILABLE, "
                   "STATUS " C49-TRANLOG-STATUS
               SET C49-RUN-REFUSED TO TRUE
           ELSE
               WRITE RPT-LINE FROM C49-RPT-COLUMNS
               PERFORM 3100-read-tranlog UNTIL C49-AT-END
               CLOSE TRANLOG-FILE
               IF C49-SAMPLE-NBR = 0
                   MOVE SPACES TO RPT-LINE
                   WRITE RPT-LINE
                   MOVE "NO ENTRIES DRAWN FOR THE DATE" TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF.

       3100-read-tranlog.
           READ TRANLOG-FILE
               AT END
                   SET C49-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO C49-TRANLOG-READ
                   IF TL-LOG-DATE = C49-BUSINESS-DATE
                       PERFORM 3200-offer-entry
                   END-IF
           END-READ.

       3200-offer-entry.
      *    The sender's card, if the entry came from one that has
      *    one, then the caller's, then the default.
           ADD 1 TO C49-OFFERED-COUNT.
           MOVE 1 TO C49-RATE-HIT.
           IF TL-SOURCE-SYSTEM NOT = SPACES
               MOVE 'S' TO C49-KIND-WORK
               MOVE TL-SOURCE-SYSTEM TO C49-KEY-WORK
               PERFORM 3210-match-rate
           END-IF.
           IF C49-RATE-HIT = 1
               MOVE 'C' TO C49-KIND-WORK
               MOVE TL-CALLER-PROGRAM TO C49-KEY-WORK
               PERFORM 3210-match-rate
           END-IF.
           ADD 1 TO C49-RT-OFFERED (C49-RATE-HIT).
           COMPUTE C49-RANDOM = FUNCTION RANDOM.
           COMPUTE C49-DRAW = C49-RANDOM * 100.
           IF C49-DRAW < C49-RT-RATE (C49-RATE-HIT)
               PERFORM 3300-take-sample
           END-IF.

       3210-match-rate.
           INSPECT C49-KEY-WORK
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM 1230-find-rate-card.
           IF C49-RATE-FOUND
               MOVE C49-RATE-IDX TO C49-RATE-HIT
           END-IF.

       3300-take-sample.
           ADD 1 TO C49-SAMPLE-NBR.
           MOVE SPACES TO QA-SAMPLE-RECORD.
           MOVE C49-BUSINESS-DATE TO QA-SAMPLE-DATE.
           MOVE C49-SAMPLE-NBR TO QA-SAMPLE-NBR.
           MOVE TL-STRING-VALUE TO QA-STRING-VALUE.
           MOVE TL-LOG-DATE TO QA-LOG-DATE.
           MOVE TL-LOG-TIME TO QA-LOG-TIME.
           MOVE TL-CALLER-PROGRAM TO QA-CALLER-PROGRAM.
           MOVE TL-SOURCE-SYSTEM TO QA-SOURCE-SYSTEM.
           MOVE TL-JOB-NAME TO QA-JOB-NAME.
           MOVE TL-USER-ID TO QA-USER-ID.
           SET QA-REVIEW-PENDING TO TRUE.
           PERFORM 3400-look-up-value.
           WRITE QA-SAMPLE-RECORD.
           IF C49-QASAMPLE-STATUS NOT = "00"
               DISPLAY "c000049 - ERROR: QASAMPLE WRITE FAILED, "
                   "STATUS " C49-QASAMPLE-STATUS " - SAMPLE "
                   C49-SAMPLE-NBR " NOT RECORDED"
               ADD 1 TO C49-WRITE-FAILED
           ELSE
               ADD 1 TO C49-RT-DRAWN (C49-RATE-HIT)
               PERFORM 3500-print-sample
           END-IF.

       3400-look-up-value.
      *    The value is looked up trimmed, as c000001 validates it.
           MOVE SPACES TO REF-DESCRIPTION.
           MOVE FUNCTION TRIM (TL-STRING-VALUE (1:50))
               TO C49-LOOKUP-VALUE.
           IF C49-REFFILE-AVAILABLE
               MOVE C49-LOOKUP-VALUE TO REF-CODE
               READ REFFILE-FILE
                   INVALID KEY
                       MOVE "(NONE)" TO QA-REF-CATEGORY
                       MOVE "NOT ON REFFILE" TO REF-DESCRIPTION
                   NOT INVALID KEY
                       MOVE REF-CATEGORY TO QA-REF-CATEGORY
               END-READ
           END-IF.
           IF C49-VALMAST-AVAILABLE
               MOVE TL-STRING-VALUE (1:50) TO VM-VALUE
               READ VALMAST-FILE
                   INVALID KEY
                       MOVE 'N' TO QA-VM-STATUS
                   NOT INVALID KEY
                       MOVE VM-STATUS TO QA-VM-STATUS
               END-READ
           END-IF.

       3500-print-sample.
           MOVE QA-SAMPLE-NBR TO C49-DTL-NBR.
           MOVE QA-LOG-TIME TO C49-DTL-TIME.
           MOVE QA-CALLER-PROGRAM TO C49-DTL-CALLER.
           MOVE QA-SOURCE-SYSTEM TO C49-DTL-SOURCE.
           MOVE QA-USER-ID TO C49-DTL-USER.
           MOVE QA-REF-CATEGORY TO C49-DTL-CATEGORY.
           EVALUATE QA-VM-STATUS
               WHEN 'A'
                   MOVE "ACTIVE" TO C49-DTL-STATE
               WHEN 'C'
                   MOVE "CORRECTED" TO C49-DTL-STATE
               WHEN 'R'
                   MOVE "REVERSED" TO C49-DTL-STATE
               WHEN 'D'
                   MOVE "DORMANT" TO C49-DTL-STATE
               WHEN 'N'
                   MOVE "NOT ON FILE" TO C49-DTL-STATE
               WHEN OTHER
                   MOVE "UNKNOWN" TO C49-DTL-STATE
           END-EVALUATE.
           MOVE REF-DESCRIPTION TO C49-DTL-DESCRIPTION.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM C49-RPT-DETAIL.
           MOVE QA-STRING-VALUE TO MK-VALUE.
           SET MK-MASK TO TRUE.
           CALL 'c000041' USING MASK-REQUEST.
           MOVE MK-VALUE TO C49-VAL-VALUE.
           WRITE RPT-LINE FROM C49-RPT-VALUE-LINE.

       4000-print-summary.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "SAMPLING BY RATE CARD" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "  BASIS    KEY         RATE     OFFERED    DRAWN"
               TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 4100-print-rate-line
               VARYING C49-RATE-IDX FROM 1 BY 1
               UNTIL C49-RATE-IDX > C49-RATE-COUNT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "TRANLOG ENTRIES FOR THE DATE" TO C49-TOT-LABEL.
           MOVE C49-OFFERED-COUNT TO C49-TOT-COUNT.
           WRITE RPT-LINE FROM C49-RPT-TOTAL-LINE.
           MOVE "ENTRIES SAMPLED FOR REVIEW" TO C49-TOT-LABEL.
           MOVE C49-SAMPLE-NBR TO C49-TOT-COUNT.
           WRITE RPT-LINE FROM C49-RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "RETURN ONE QASIGN CARD PER ITEM: DATE COLS 1-8, NBR "
               TO RPT-LINE.
           MOVE "9-13, OK/EX 15-16, USER ID 18-25, COMMENT 27-66 (EX)"
               TO RPT-LINE (53:52).
           WRITE RPT-LINE.

       4100-print-rate-line.
      *    A card that governed nothing today is left off.
           IF C49-RT-OFFERED (C49-RATE-IDX) > 0
               EVALUATE C49-RT-KIND (C49-RATE-IDX)
                   WHEN 'S'
                       MOVE "SOURCE" TO C49-RL-BASIS
                   WHEN 'C'
                       MOVE "CALLER" TO C49-RL-BASIS
                   WHEN OTHER
                       MOVE "DEFAULT" TO C49-RL-BASIS
               END-EVALUATE
               MOVE C49-RT-KEY (C49-RATE-IDX) TO C49-RL-KEY
               MOVE C49-RT-RATE (C49-RATE-IDX) TO C49-RL-RATE
               MOVE C49-RT-OFFERED (C49-RATE-IDX) TO C49-RL-OFFERED
               MOVE C49-RT-DRAWN (C49-RATE-IDX) TO C49-RL-DRAWN
               WRITE RPT-LINE FROM C49-RPT-RATE-LINE
           END-IF.

       9000-terminate.
           IF C49-MASK-OPENED
               SET MK-CLOSE TO TRUE
               CALL 'c000041' USING MASK-REQUEST
           END-IF.
           IF C49-QASAMPLE-OPENED
               CLOSE QASAMPLE-FILE
           END-IF.
           IF C49-REFFILE-AVAILABLE
               CLOSE REFFILE-FILE
           END-IF.
           IF C49-VALMAST-AVAILABLE
               CLOSE VALMAST-FILE
           END-IF.
           IF C49-RPT-OPENED
               CLOSE QAWKSHT-FILE
           END-IF.
           IF C49-RUN-REFUSED
               MOVE 12 TO RETURN-CODE
           ELSE
               IF C49-WRITE-FAILED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE C49-TRANLOG-READ TO C49-EDIT-RECORDS.
           DISPLAY "c000049 - TRANLOG RECORDS READ:  " C49-EDIT-RECORDS.
           MOVE C49-OFFERED-COUNT TO C49-EDIT-COUNT.
           DISPLAY "c000049 - ENTRIES FOR " C49-BUSINESS-DATE ":  "
               C49-EDIT-COUNT.
           MOVE C49-SAMPLE-NBR TO C49-EDIT-COUNT.
           DISPLAY "c000049 - ENTRIES SAMPLED:        " C49-EDIT-COUNT.
