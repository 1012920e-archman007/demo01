       IDENTIFICATION DIVISION.
       PROGRAM-ID. c000050.
      *
      * Quality-assurance sign-off and follow-up.  Applies the
      * reviewers' QASIGN cards (copybook CPYQSO) to the samples
      * c000049 drew onto the QASAMPLE KSDS, then reports what is
      * still outstanding.  A card signs its sample off as OK or
      * raises an exception (EX, with a comment) once the reviewer
      * checks out: the user id must be on USERAUTH, active, with
      * the inquiry flag - a reviewer has to be allowed to look at
      * values - and must not be the user who entered the value
      * under review.  Every such check, granted or denied, is
      * logged to SECLOG as function Q.  A sample already signed
      * off stays as signed; a second card for it is rejected.
      *
      * QAFOLLOW lists each card with what became of it, then every
      * sample still unsigned after two full business days (per
      * CALFILE, counting neither the sample's own date nor the run
      * date), then every exception ever raised, with the reviewer,
      * date and comment.  Values print through the c000041
      * masking service.  With QASIGN empty (DD DUMMY) the run is
      * just the follow-up report.
      *
      * RC=0 NOTHING OVERDUE AND EVERY CARD APPLIED; RC=4 SAMPLES
      * OVERDUE FOR SIGN-OFF, OR CARDS REJECTED; RC=12 QASAMPLE OR
      * THE REPORT NOT AVAILABLE, OR USERAUTH NOT AVAILABLE WITH
      * CARDS TO APPLY (NONE APPLIED).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QASIGN-FILE ASSIGN TO "QASIGN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C50-QASIGN-STATUS.
           SELECT QASAMPLE-FILE ASSIGN TO "QASAMPLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QA-KEY
               FILE STATUS IS C50-QASAMPLE-STATUS.
           SELECT USERAUTH-FILE ASSIGN TO "USERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UA-USER-ID
               FILE STATUS IS C50-USERAUTH-STATUS.
           SELECT SECLOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C50-SECLOG-STATUS.
           SELECT CALFILE-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C50-CALFILE-STATUS.
           SELECT QAFOLLOW-FILE ASSIGN TO "QAFOLLOW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C50-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QASIGN-FILE
           RECORDING MODE IS F.
           COPY CPYQSO.

       FD  QASAMPLE-FILE
           RECORDING MODE IS F.
           COPY CPYQAS.

       FD  USERAUTH-FILE
           RECORDING MODE IS F.
           COPY CPYUSR.

       FD  SECLOG-FILE
           RECORDING MODE IS F.
           COPY CPYSEC.

       FD  CALFILE-FILE
           RECORDING MODE IS F.
           COPY CPYCAL.

       FD  QAFOLLOW-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                  PIC X(133).

       WORKING-STORAGE SECTION.
       01  C50-QASIGN-STATUS         PIC X(02).
       01  C50-QASAMPLE-STATUS       PIC X(02).
       01  C50-USERAUTH-STATUS       PIC X(02).
       01  C50-SECLOG-STATUS         PIC X(02).
       01  C50-CALFILE-STATUS        PIC X(02).
       01  C50-RPT-STATUS            PIC X(02).
       01  C50-EOF-SWITCH            PIC X(01).
           88  C50-AT-END                       VALUE 'Y'.
       01  C50-RPT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
           88  C50-RPT-OPENED                   VALUE 'Y'.
       01  C50-QASAMPLE-OPEN-SWITCH  PIC X(01) VALUE 'N'.
           88  C50-QASAMPLE-OPENED              VALUE 'Y'.
       01  C50-USERAUTH-OPEN-SWITCH  PIC X(01) VALUE 'N'.
           88  C50-USERAUTH-OPENED              VALUE 'Y'.
       01  C50-SECLOG-OPEN-SWITCH    PIC X(01) VALUE 'N'.
           88  C50-SECLOG-OPENED                VALUE 'Y'.
       01  C50-MASK-OPEN-SWITCH      PIC X(01) VALUE 'N'.
           88  C50-MASK-OPENED                  VALUE 'Y'.
       01  C50-REFUSED-SWITCH        PIC X(01) VALUE 'N'.
           88  C50-RUN-REFUSED                  VALUE 'Y'.
       01  C50-CARD-SWITCH           PIC X(01).
           88  C50-CARD-ACCEPTED                VALUE 'Y'.
       01  C50-CHECKED-SWITCH        PIC X(01).
           88  C50-AUTHORITY-CHECKED            VALUE 'Y'.
       01  C50-RUN-DATE              PIC 9(08).
       01  C50-RUN-DATE-X REDEFINES C50-RUN-DATE
                                     PIC X(08).
       01  C50-CURRENT-TIME          PIC 9(08).
       01  C50-DISPOSITION           PIC X(50).
      *    A sample drawn before the cutoff has had two full
      *    business days for review.  The scan keeps the last two
      *    business days before the run date; the earlier of them
      *    is the cutoff.
       01  C50-CUTOFF-DATE           PIC X(08) VALUE SPACES.
       01  C50-LAST-BUSINESS-DATE    PIC X(08) VALUE SPACES.
       01  C50-DATE-WORK             PIC 9(08).
       01  C50-CARDS-READ            PIC 9(05) COMP VALUE 0.
       01  C50-CARDS-APPLIED         PIC 9(05) COMP VALUE 0.
       01  C50-CARDS-REJECTED        PIC 9(05) COMP VALUE 0.
       01  C50-SAMPLES-ON-FILE       PIC 9(07) COMP VALUE 0.
       01  C50-PENDING-COUNT         PIC 9(07) COMP VALUE 0.
       01  C50-OVERDUE-COUNT         PIC 9(07) COMP VALUE 0.
       01  C50-OK-COUNT              PIC 9(07) COMP VALUE 0.
       01  C50-EXCEPTION-COUNT       PIC 9(07) COMP VALUE 0.
       01  C50-EDIT-COUNT            PIC ZZZ,ZZ9.

       01  C50-RPT-HEADING.
           05  FILLER                PIC X(44)
               VALUE "QUALITY-ASSURANCE SIGN-OFF REPORT  RUN DATE ".
           05  C50-HDG-DATE          PIC X(08).
           05  FILLER                PIC X(33)
               VALUE "   OVERDUE IF DRAWN BEFORE DATE ".
           05  C50-HDG-CUTOFF        PIC X(08).
           05  FILLER                PIC X(40) VALUE SPACES.
       01  C50-RPT-CARD-COLUMNS.
           05  FILLER                PIC X(09) VALUE "DATE     ".
           05  FILLER                PIC X(06) VALUE "NBR   ".
           05  FILLER                PIC X(07) VALUE "RESULT ".
           05  FILLER                PIC X(09) VALUE "USER     ".
           05  FILLER                PIC X(102) VALUE "DISPOSITION".
       01  C50-RPT-CARD-LINE.
           05  C50-CL-DATE           PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C50-CL-NBR            PIC X(05).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C50-CL-RESULT         PIC X(02).
           05  FILLER                PIC X(05) VALUE SPACES.
           05  C50-CL-USER           PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C50-CL-DISPOSITION    PIC X(50).
           05  FILLER                PIC X(52) VALUE SPACES.
       01  C50-RPT-SAMPLE-COLUMNS.
           05  FILLER                PIC X(09) VALUE "DATE     ".
           05  FILLER                PIC X(06) VALUE "NBR   ".
           05  FILLER                PIC X(09) VALUE "CALLER   ".
           05  FILLER                PIC X(09) VALUE "SOURCE   ".
           05  FILLER                PIC X(09) VALUE "REVIEWER ".
           05  FILLER                PIC X(09) VALUE "SIGNED   ".
           05  FILLER                PIC X(41) VALUE "VALUE".
           05  FILLER                PIC X(41) VALUE "COMMENT".
       01  C50-RPT-SAMPLE-LINE.
           05  C50-SL-DATE           PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C50-SL-NBR            PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C50-SL-CALLER         PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C50-SL-SOURCE         PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C50-SL-REVIEWER       PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C50-SL-REVIEW-DATE    PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C50-SL-VALUE          PIC X(40).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C50-SL-COMMENT        PIC X(40).
           05  FILLER                PIC X(01) VALUE SPACE.
       01  C50-RPT-TOTAL-LINE.
           05  C50-TOT-LABEL         PIC X(40).
           05  C50-TOT-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                PIC X(86) VALUE SPACES.

       COPY CPYMSK.

       PROCEDURE DIVISION.
           PERFORM 1000-initialize.
           IF NOT C50-RUN-REFUSED
               PERFORM 2000-apply-signoffs
               PERFORM 3000-list-overdue
               PERFORM 4000-list-exceptions
               PERFORM 5000-print-totals
           END-IF.
           PERFORM 9000-terminate.
           GOBACK.

       1000-initialize.
           ACCEPT C50-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-find-cutoff.
           OPEN OUTPUT QAFOLLOW-FILE.
           IF C50-RPT-STATUS = "00"
               SET C50-RPT-OPENED TO TRUE
               MOVE C50-RUN-DATE-X TO C50-HDG-DATE
               MOVE C50-CUTOFF-DATE TO C50-HDG-CUTOFF
               WRITE RPT-LINE FROM C50-RPT-HEADING
           ELSE
               DISPLAY "c000050 - ERROR: UNABLE TO OPEN QAFOLLOW, "
                   "STATUS " C50-RPT-STATUS
               SET C50-RUN-REFUSED TO TRUE
           END-IF.
           OPEN I-O QASAMPLE-FILE.
           IF C50-QASAMPLE-STATUS = "35"
               OPEN OUTPUT QASAMPLE-FILE
               CLOSE QASAMPLE-FILE
               OPEN I-O QASAMPLE-FILE
           END-IF.
           IF C50-QASAMPLE-STATUS = "00"
               SET C50-QASAMPLE-OPENED TO TRUE
           ELSE
               DISPLAY "c000050 - ERROR: QASAMPLE NOT AVAILABLE, "
                   "STATUS " C50-QASAMPLE-STATUS
               SET C50-RUN-REFUSED TO TRUE
           END-IF.
           OPEN INPUT USERAUTH-FILE.
           IF C50-USERAUTH-STATUS = "00"
               SET C50-USERAUTH-OPENED TO TRUE
           END-IF.
           OPEN EXTEND SECLOG-FILE.
           IF C50-SECLOG-STATUS = "35"
               OPEN OUTPUT SECLOG-FILE
           END-IF.
           IF C50-SECLOG-STATUS = "00"
               SET C50-SECLOG-OPENED TO TRUE
           ELSE
               DISPLAY "c000050 - WARNING: SECLOG NOT AVAILABLE, "
                   "STATUS " C50-SECLOG-STATUS
           END-IF.
           SET MK-OPEN TO TRUE.
           MOVE 'c000050' TO MK-CALLER-PROGRAM.
           CALL 'c000041' USING MASK-REQUEST.
           SET C50-MASK-OPENED TO TRUE.

       1100-find-cutoff.
           MOVE 'N' TO C50-EOF-SWITCH.
           OPEN INPUT CALFILE-FILE.
           IF C50-CALFILE-STATUS = "00"
               PERFORM 1110-read-calendar-record
                   UNTIL C50-AT-END
               CLOSE CALFILE-FILE
           END-IF.
           IF C50-CUTOFF-DATE = SPACES
      *        No calendar, or one too short: two calendar days.
               DISPLAY "c000050 - WARNING: CALFILE DOES NOT COVER "
                   "THE RUN DATE - OVERDUE COUNTED IN CALENDAR DAYS"
               COMPUTE C50-DATE-WORK = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (C50-RUN-DATE) - 2)
               MOVE C50-DATE-WORK TO C50-CUTOFF-DATE
           END-IF.

       1110-read-calendar-record.
      *    Ascending date order; only days before the run date
      *    count, the run date itself not yet being over.
           READ CALFILE-FILE
               AT END
                   SET C50-AT-END TO TRUE
               NOT AT END
                   IF CAL-DATE NOT < C50-RUN-DATE-X
                       SET C50-AT-END TO TRUE
                   ELSE
                       IF CAL-BUSINESS-DAY
                           MOVE C50-LAST-BUSINESS-DATE
                               TO C50-CUTOFF-DATE
                           MOVE CAL-DATE TO C50-LAST-BUSINESS-DATE
                       END-IF
                   END-IF
           END-READ.

       2000-apply-signoffs.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "SIGN-OFF CARDS" TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM C50-RPT-CARD-COLUMNS.
           MOVE 'N' TO C50-EOF-SWITCH.
           OPEN INPUT QASIGN-FILE.
           IF C50-QASIGN-STATUS = "00"
               PERFORM 2100-read-card UNTIL C50-AT-END
               CLOSE QASIGN-FILE
           END-IF.
           IF C50-CARDS-READ = 0
               MOVE "NO SIGN-OFF CARDS THIS RUN" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       2100-read-card.
           READ QASIGN-FILE
               AT END
                   SET C50-AT-END TO TRUE
               NOT AT END
                   IF QA-SIGNOFF-CARD NOT = SPACES
                       AND QA-SIGNOFF-CARD (1:1) NOT = "*"
                       ADD 1 TO C50-CARDS-READ
                       PERFORM 2200-apply-card
                   END-IF
           END-READ.

       2200-apply-card.
           MOVE 'N' TO C50-CARD-SWITCH.
           MOVE 'N' TO C50-CHECKED-SWITCH.
           MOVE SPACES TO C50-DISPOSITION.
           EVALUATE TRUE
               WHEN NOT C50-USERAUTH-OPENED
                   MOVE "USERAUTH NOT AVAILABLE - NOT APPLIED"
                       TO C50-DISPOSITION
               WHEN QS-SAMPLE-NBR NOT NUMERIC
                   MOVE "SAMPLE NUMBER NOT NUMERIC"
                       TO C50-DISPOSITION
               WHEN NOT QS-RESULT-OK AND NOT QS-RESULT-EXCEPTION
                   MOVE "RESULT MUST BE OK OR EX" TO C50-DISPOSITION
               WHEN QS-RESULT-EXCEPTION AND QS-COMMENT = SPACES
                   MOVE "EXCEPTION NEEDS A COMMENT" TO C50-DISPOSITION
               WHEN OTHER
                   PERFORM 2300-check-sample
           END-EVALUATE.
           IF C50-CARD-ACCEPTED
               PERFORM 2500-sign-sample
           END-IF.
           IF C50-AUTHORITY-CHECKED
               PERFORM 2600-log-to-seclog
           END-IF.
           IF C50-CARD-ACCEPTED
               ADD 1 TO C50-CARDS-APPLIED
           ELSE
               ADD 1 TO C50-CARDS-REJECTED
           END-IF.
           MOVE QS-SAMPLE-DATE TO C50-CL-DATE.
           MOVE QA-SIGNOFF-CARD (9:5) TO C50-CL-NBR.
           MOVE QS-RESULT TO C50-CL-RESULT.
           MOVE QS-USER-ID TO C50-CL-USER.
           MOVE C50-DISPOSITION TO C50-CL-DISPOSITION.
           WRITE RPT-LINE FROM C50-RPT-CARD-LINE.

       2300-check-sample.
           MOVE QS-SAMPLE-DATE TO QA-SAMPLE-DATE.
           MOVE QS-SAMPLE-NBR TO QA-SAMPLE-NBR.
           READ QASAMPLE-FILE
               INVALID KEY
                   MOVE "NO SUCH SAMPLE ON QASAMPLE" TO C50-DISPOSITION
               NOT INVALID KEY
                   IF NOT QA-REVIEW-PENDING
                       STRING "ALREADY SIGNED OFF BY " DELIMITED BY SIZE
                           QA-REVIEWER DELIMITED BY SPACE
                           " ON " DELIMITED BY SIZE
                           QA-REVIEW-DATE DELIMITED BY SIZE
                           INTO C50-DISPOSITION
                   ELSE
                       PERFORM 2400-check-reviewer
                   END-IF
           END-READ.

       2400-check-reviewer.
      *    From here on the card is an authority decision and is
      *    logged to SECLOG either way.
           SET C50-AUTHORITY-CHECKED TO TRUE.
           MOVE QS-USER-ID TO UA-USER-ID.
           READ USERAUTH-FILE
               INVALID KEY
                   MOVE "REVIEWER NOT ON USERAUTH" TO C50-DISPOSITION
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT UA-ACTIVE
                           MOVE "REVIEWER REVOKED ON USERAUTH"
                               TO C50-DISPOSITION
                       WHEN UA-INQUIRY NOT = 'Y'
                           MOVE "REVIEWER LACKS INQUIRY AUTHORITY"
                               TO C50-DISPOSITION
                       WHEN QS-USER-ID = QA-USER-ID
                           MOVE "REVIEWER ENTERED THIS VALUE"
                               TO C50-DISPOSITION
                       WHEN OTHER
                           SET C50-CARD-ACCEPTED TO TRUE
                   END-EVALUATE
           END-READ.

       2500-sign-sample.
           IF QS-RESULT-OK
               SET QA-REVIEW-OK TO TRUE
           ELSE
               SET QA-REVIEW-EXCEPTION TO TRUE
           END-IF.
           MOVE QS-USER-ID TO QA-REVIEWER.
           MOVE C50-RUN-DATE-X TO QA-REVIEW-DATE.
           MOVE QS-COMMENT TO QA-REVIEW-COMMENT.
           REWRITE QA-SAMPLE-RECORD.
           IF C50-QASAMPLE-STATUS = "00"
               IF QS-RESULT-OK
                   MOVE "SIGNED OFF OK" TO C50-DISPOSITION
               ELSE
                   MOVE "EXCEPTION RAISED" TO C50-DISPOSITION
               END-IF
           ELSE
               STRING "QASAMPLE REWRITE FAILED, STATUS "
                   DELIMITED BY SIZE
                   C50-QASAMPLE-STATUS DELIMITED BY SIZE
                   INTO C50-DISPOSITION
               MOVE 'N' TO C50-CARD-SWITCH
           END-IF.

       2600-log-to-seclog.
           IF C50-SECLOG-OPENED
               MOVE QS-USER-ID TO SC-USER-ID
               SET SC-FUNC-QA-SIGNOFF TO TRUE
               IF C50-CARD-ACCEPTED
                   SET SC-GRANTED TO TRUE
               ELSE
                   SET SC-DENIED TO TRUE
               END-IF
               MOVE 'c000050' TO SC-PROGRAM
               MOVE SPACES TO SC-TERMINAL-ID
               MOVE C50-RUN-DATE-X TO SC-LOG-DATE
               ACCEPT C50-CURRENT-TIME FROM TIME
               MOVE C50-CURRENT-TIME TO SC-LOG-TIME
               MOVE SPACES TO SC-DETAIL
               STRING "QA SAMPLE " DELIMITED BY SIZE
                   QS-SAMPLE-DATE DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   QS-SAMPLE-NBR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   QS-RESULT DELIMITED BY SIZE
                   INTO SC-DETAIL
               WRITE SECLOG-RECORD
               IF C50-SECLOG-STATUS NOT = "00"
                   DISPLAY "c000050 - WARNING: SECLOG WRITE "
                       "FAILED, STATUS " C50-SECLOG-STATUS
                   MOVE 'N' TO C50-SECLOG-OPEN-SWITCH
               END-IF
           END-IF.

       3000-list-overdue.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "SAMPLES NOT SIGNED OFF AFTER TWO BUSINESS DAYS"
               TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM C50-RPT-SAMPLE-COLUMNS.
           PERFORM 3100-start-samples.
           PERFORM 3200-check-overdue UNTIL C50-AT-END.

       3100-start-samples.
           MOVE 'N' TO C50-EOF-SWITCH.
           MOVE LOW-VALUES TO QA-KEY.
           START QASAMPLE-FILE KEY IS NOT LESS THAN QA-KEY
               INVALID KEY
                   SET C50-AT-END TO TRUE
           END-START.

       3200-check-overdue.
           READ QASAMPLE-FILE NEXT
               AT END
                   SET C50-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO C50-SAMPLES-ON-FILE
                   EVALUATE TRUE
                       WHEN QA-REVIEW-PENDING
                           ADD 1 TO C50-PENDING-COUNT
                           IF QA-SAMPLE-DATE < C50-CUTOFF-DATE
                               ADD 1 TO C50-OVERDUE-COUNT
                               PERFORM 3300-print-sample
                           END-IF
                       WHEN QA-REVIEW-OK
                           ADD 1 TO C50-OK-COUNT
                       WHEN QA-REVIEW-EXCEPTION
                           ADD 1 TO C50-EXCEPTION-COUNT
                   END-EVALUATE
           END-READ.

       3300-print-sample.
           MOVE QA-SAMPLE-DATE TO C50-SL-DATE.
           MOVE QA-SAMPLE-NBR TO C50-SL-NBR.
           MOVE QA-CALLER-PROGRAM TO C50-SL-CALLER.
           MOVE QA-SOURCE-SYSTEM TO C50-SL-SOURCE.
           MOVE QA-REVIEWER TO C50-SL-REVIEWER.
           MOVE QA-REVIEW-DATE TO C50-SL-REVIEW-DATE.
           MOVE QA-STRING-VALUE TO MK-VALUE.
           SET MK-MASK TO TRUE.
           CALL 'c000041' USING MASK-REQUEST.
           MOVE MK-VALUE (1:40) TO C50-SL-VALUE.
           MOVE QA-REVIEW-COMMENT TO C50-SL-COMMENT.
           WRITE RPT-LINE FROM C50-RPT-SAMPLE-LINE.

       4000-list-exceptions.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "EXCEPTIONS RAISED" TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM C50-RPT-SAMPLE-COLUMNS.
           PERFORM 3100-start-samples.
           PERFORM 4100-check-exception UNTIL C50-AT-END.

       4100-check-exception.
           READ QASAMPLE-FILE NEXT
               AT END
                   SET C50-AT-END TO TRUE
               NOT AT END
                   IF QA-REVIEW-EXCEPTION
                       PERFORM 3300-print-sample
                   END-IF
           END-READ.

       5000-print-totals.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "SIGN-OFF CARDS READ" TO C50-TOT-LABEL.
           MOVE C50-CARDS-READ TO C50-TOT-COUNT.
           WRITE RPT-LINE FROM C50-RPT-TOTAL-LINE.
           MOVE "  APPLIED" TO C50-TOT-LABEL.
           MOVE C50-CARDS-APPLIED TO C50-TOT-COUNT.
           WRITE RPT-LINE FROM C50-RPT-TOTAL-LINE.
           MOVE "  REJECTED" TO C50-TOT-LABEL.
           MOVE C50-CARDS-REJECTED TO C50-TOT-COUNT.
           WRITE RPT-LINE FROM C50-RPT-TOTAL-LINE.
           MOVE "SAMPLES ON FILE" TO C50-TOT-LABEL.
           MOVE C50-SAMPLES-ON-FILE TO C50-TOT-COUNT.
           WRITE RPT-LINE FROM C50-RPT-TOTAL-LINE.
           MOVE "  SIGNED OFF OK" TO C50-TOT-LABEL.
           MOVE C50-OK-COUNT TO C50-TOT-COUNT.
           WRITE RPT-LINE FROM C50-RPT-TOTAL-LINE.
           MOVE "  EXCEPTIONS RAISED" TO C50-TOT-LABEL.
           MOVE C50-EXCEPTION-COUNT TO C50-TOT-COUNT.
           WRITE RPT-LINE FROM C50-RPT-TOTAL-LINE.
           MOVE "  AWAITING SIGN-OFF" TO C50-TOT-LABEL.
           MOVE C50-PENDING-COUNT TO C50-TOT-COUNT.
           WRITE RPT-LINE FROM C50-RPT-TOTAL-LINE.
           MOVE "    OF WHICH OVERDUE" TO C50-TOT-LABEL.
           MOVE C50-OVERDUE-COUNT TO C50-TOT-COUNT.
           WRITE RPT-LINE FROM C50-RPT-TOTAL-LINE.

       9000-terminate.
           IF C50-MASK-OPENED
               SET MK-CLOSE TO TRUE
               CALL 'c000041' USING MASK-REQUEST
           END-IF.
           IF C50-QASAMPLE-OPENED
               CLOSE QASAMPLE-FILE
           END-IF.
           IF C50-USERAUTH-OPENED
               CLOSE USERAUTH-FILE
           END-IF.
           IF C50-SECLOG-OPENED
               CLOSE SECLOG-FILE
           END-IF.
           IF C50-RPT-OPENED
               CLOSE QAFOLLOW-FILE
           END-IF.
           EVALUATE TRUE
               WHEN C50-RUN-REFUSED
                   MOVE 12 TO RETURN-CODE
               WHEN NOT C50-USERAUTH-OPENED AND C50-CARDS-READ > 0
                   DISPLAY "c000050 - ERROR: USERAUTH NOT AVAILABLE, "
                       "STATUS " C50-USERAUTH-STATUS
                       " - NO SIGN-OFFS APPLIED"
                   MOVE 12 TO RETURN-CODE
               WHEN C50-OVERDUE-COUNT > 0 OR C50-CARDS-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           MOVE C50-CARDS-APPLIED TO C50-EDIT-COUNT.
           DISPLAY "c000050 - SIGN-OFFS APPLIED:  " C50-EDIT-COUNT.
           MOVE C50-CARDS-REJECTED TO C50-EDIT-COUNT.
           DISPLAY "c000050 - CARDS REJECTED:     " C50-EDIT-COUNT.
           MOVE C50-OVERDUE-COUNT TO C50-EDIT-COUNT.
           DISPLAY "c000050 - SAMPLES OVERDUE:    " C50-EDIT-COUNT.
           MOVE C50-EXCEPTION-COUNT TO C50-EDIT-COUNT.
           DISPLAY "c000050 - EXCEPTIONS ON FILE: " C50-EDIT-COUNT.
