       IDENTIFICATION DIVISION.
       PROGRAM-ID. c000045.
      *
      * Outbound change-event feed for the CRM platform.  Where the
      * c000012 extract sends raw TRANLOG rows, this feed sends the
      * changes to each value's current state - the events c000003,
      * c000030, c000027 and c000046 journal on VMEVENT whenever a
      * VALMAST record appears, is corrected, reversed or restored,
      * goes dormant, or is purged.  One pipe-delimited record per
      * event: sequence number, value, old status and current
      * value, new status and current value, cause (NEW/COR/REV/
      * PURG/DORM), source system, and the program, job, run date
      * and time that made the change, each trimmed of trailing
      * spaces - wrapped in a header record (feed type, run
      * date/time, first and last sequence) and a trailer record
      * (event count, first and last sequence).
      *
      * Sequence numbers run on unbroken from one night to the
      * next, so the receiver can prove nothing went missing: each
      * nightly file starts one past where the last one finished,
      * and an empty night still sends its header and trailer,
      * its first sequence one past its last.  The VMFCTL control
      * record (copybook CPYVFC) holds the last sequence delivered
      * and is only advanced once the whole file is written, so a
      * rerun after a failure sends the same numbers again - the
      * receiver sees a repeat, never a gap.  Values pass through
      * the c000041 masking service on the way out, as on the
      * analytics extract.
      *
      * PARM=' ' (NIGHTLY) SENDS EVERY EVENT NOT YET DELIVERED.
      * PARM='RESEND,first,last' SENDS THAT SEQUENCE RANGE AGAIN
      * (UP TO 9 DIGITS EACH, FIRST NOT ABOVE LAST, LAST NOT ABOVE
      * THE LAST SEQUENCE DELIVERED); THE HEADER IS FLAGGED R AND
      * THE CONTROL RECORD IS NOT TOUCHED.
      * RC=0 FEED WRITTEN; RC=12 REFUSED OR FAILED - A BAD PARM, AN
      * OUTPUT OR CONTROL FILE THAT WILL NOT OPEN OR UPDATE, OR A
      * JOURNAL SHORTER THAN THE SEQUENCE ALREADY DELIVERED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VMEVENT-FILE ASSIGN TO "VMEVENT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C45-VMEVENT-STATUS.
           SELECT VMFCTL-FILE ASSIGN TO "VMFCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C45-CTL-STATUS.
           SELECT VMFEED-FILE ASSIGN TO "VMFEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C45-FEED-STATUS.
           SELECT RUNSTAT-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C45-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VMEVENT-FILE
           RECORDING MODE IS F.
           COPY CPYVME.

       FD  VMFCTL-FILE
           RECORDING MODE IS F.
           COPY CPYVFC.

       FD  VMFEED-FILE
           RECORDING MODE IS F.
       01  FEED-RECORD               PIC X(320).

       FD  RUNSTAT-FILE
           RECORDING MODE IS F.
           COPY CPYRUN.

       WORKING-STORAGE SECTION.
       01  C45-VMEVENT-STATUS        PIC X(02).
       01  C45-CTL-STATUS            PIC X(02).
       01  C45-FEED-STATUS           PIC X(02).
       01  C45-RUNSTAT-STATUS        PIC X(02).
       01  C45-RUNSTAT-TYPE          PIC X(01) VALUE 'E'.
       01  C45-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  C45-AT-END                       VALUE 'Y'.
       01  C45-JOURNAL-SWITCH        PIC X(01) VALUE 'N'.
           88  C45-JOURNAL-OPENED               VALUE 'Y'.
       01  C45-FEED-OPEN-SWITCH      PIC X(01) VALUE 'N'.
           88  C45-FEED-OPENED                  VALUE 'Y'.
       01  C45-CTL-OPEN-SWITCH       PIC X(01) VALUE 'N'.
           88  C45-CTL-OPENED                   VALUE 'Y'.
       01  C45-MASK-OPEN-SWITCH      PIC X(01) VALUE 'N'.
           88  C45-MASK-OPENED                  VALUE 'Y'.
       01  C45-CTL-READ-SWITCH       PIC X(01) VALUE 'N'.
           88  C45-CTL-RECORD-READ              VALUE 'Y'.
       01  C45-REFUSED-SWITCH        PIC X(01) VALUE 'N'.
           88  C45-RUN-REFUSED                  VALUE 'Y'.
       01  C45-FEED-TYPE             PIC X(01) VALUE 'D'.
           88  C45-DAILY-FEED                   VALUE 'D'.
           88  C45-RESEND-FEED                  VALUE 'R'.
       01  C45-CURRENT-DATE          PIC 9(08).
       01  C45-CURRENT-TIME          PIC 9(08).
      *    The control record as read - zeros on the first night,
      *    before the feed has ever delivered anything.
       01  C45-BASE-SEQ              PIC 9(09) VALUE ZERO.
       01  C45-LAST-SENT-SEQ         PIC 9(09) VALUE ZERO.
      *    The range this run sends, and where it got to.
       01  C45-FIRST-SEQ             PIC 9(09) VALUE ZERO.
       01  C45-LAST-SEQ              PIC 9(09) VALUE ZERO.
       01  C45-EVENT-SEQ             PIC 9(09) VALUE ZERO.
       01  C45-SENT-LAST-SEQ         PIC 9(09) VALUE ZERO.
       01  C45-READ-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  C45-SENT-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  C45-COUNT-DISPLAY         PIC 9(07).
       01  C45-EDIT-COUNT            PIC ZZZ,ZZ9.
       01  C45-SOURCE-SYSTEM         PIC X(05) VALUE "DL100".
       01  C45-FEED-NAME             PIC X(07) VALUE "VMEVENT".
      *    RESEND parm pieces.
       01  C45-PARM-KEYWORD          PIC X(08).
       01  C45-PARM-FIRST            PIC X(09).
       01  C45-PARM-LAST             PIC X(09).
       01  C45-FIRST-LEN             PIC 9(02) COMP VALUE ZERO.
       01  C45-LAST-LEN              PIC 9(02) COMP VALUE ZERO.
      *    Masked copies of the three value fields, for the record
      *    about to be written.
       01  C45-OUT-VALUE             PIC X(100).
       01  C45-OUT-OLD-CURRENT       PIC X(100).
       01  C45-OUT-NEW-CURRENT       PIC X(100).
           COPY CPYMSK.

       LINKAGE SECTION.
       01  C45-JCL-PARM.
           05  C45-JCL-PARM-LEN       PIC S9(4) COMP.
           05  C45-JCL-PARM-TEXT      PIC X(30).

       PROCEDURE DIVISION USING C45-JCL-PARM.
           PERFORM 1000-initialize.
           IF NOT C45-RUN-REFUSED
               PERFORM 2000-read-event UNTIL C45-AT-END
               PERFORM 3000-write-trailer
               PERFORM 3100-check-journal-length
               IF C45-DAILY-FEED AND RETURN-CODE < 12
                   PERFORM 4000-update-control
               END-IF
           END-IF.
           PERFORM 9000-terminate.
           GOBACK.

       1000-initialize.
           ACCEPT C45-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT C45-CURRENT-TIME FROM TIME.
           MOVE 'S' TO C45-RUNSTAT-TYPE.
           PERFORM 8000-write-runstat.
           MOVE 'E' TO C45-RUNSTAT-TYPE.
           IF C45-JCL-PARM-LEN >= 6
               AND C45-JCL-PARM-TEXT (1:6) = "RESEND"
               SET C45-RESEND-FEED TO TRUE
               PERFORM 1100-parse-resend
           END-IF.
           IF NOT C45-RUN-REFUSED
               PERFORM 1200-read-control
           END-IF.
           IF NOT C45-RUN-REFUSED
               PERFORM 1300-set-range
           END-IF.
           IF NOT C45-RUN-REFUSED
               PERFORM 1400-open-files
           END-IF.

       1100-parse-resend.
      *    PARM='RESEND,first,last' - each number up to nine digits,
      *    leading zeros optional.
           MOVE SPACES TO C45-PARM-KEYWORD C45-PARM-FIRST
               C45-PARM-LAST.
           MOVE ZERO TO C45-FIRST-LEN C45-LAST-LEN.
           IF C45-JCL-PARM-LEN > 30
               MOVE 30 TO C45-JCL-PARM-LEN
           END-IF.
           UNSTRING C45-JCL-PARM-TEXT (1:C45-JCL-PARM-LEN)
               DELIMITED BY ","
               INTO C45-PARM-KEYWORD
                    C45-PARM-FIRST COUNT IN C45-FIRST-LEN
                    C45-PARM-LAST COUNT IN C45-LAST-LEN
           END-UNSTRING.
           IF C45-FIRST-LEN < 1 OR C45-FIRST-LEN > 9
               OR C45-LAST-LEN < 1 OR C45-LAST-LEN > 9
               PERFORM 1150-refuse-parm
           ELSE
               IF C45-PARM-FIRST (1:C45-FIRST-LEN) IS NOT NUMERIC
                   OR C45-PARM-LAST (1:C45-LAST-LEN) IS NOT NUMERIC
                   PERFORM 1150-refuse-parm
               ELSE
                   MOVE C45-PARM-FIRST (1:C45-FIRST-LEN)
                       TO C45-FIRST-SEQ
                   MOVE C45-PARM-LAST (1:C45-LAST-LEN)
                       TO C45-LAST-SEQ
               END-IF
           END-IF.

       1150-refuse-parm.
           DISPLAY "c000045 - ERROR: PARM MUST BE 'RESEND,first,"
               "last' - RUN REFUSED".
           MOVE 12 TO RETURN-CODE.
           SET C45-RUN-REFUSED TO TRUE.

       1200-read-control.
      *    Held open I-O until the end of a nightly run, when the
      *    one control record is rewritten in place.  A missing or
      *    empty control file is the first night - nothing has been
      *    delivered yet.
           OPEN I-O VMFCTL-FILE.
           IF C45-CTL-STATUS = "00"
               SET C45-CTL-OPENED TO TRUE
               READ VMFCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET C45-CTL-RECORD-READ TO TRUE
                       MOVE VF-BASE-SEQ TO C45-BASE-SEQ
                       MOVE VF-LAST-SEQ TO C45-LAST-SENT-SEQ
               END-READ
           ELSE
               IF C45-CTL-STATUS NOT = "35"
                   DISPLAY "c000045 - ERROR: VMFCTL NOT AVAILABLE, "
                       "STATUS " C45-CTL-STATUS " - RUN REFUSED"
                   MOVE 12 TO RETURN-CODE
                   SET C45-RUN-REFUSED TO TRUE
               END-IF
           END-IF.

       1300-set-range.
      *    A nightly run takes everything past the last delivery; a
      *    resend is held to events that were delivered and are
      *    still on the journal.
           IF C45-DAILY-FEED
               COMPUTE C45-FIRST-SEQ = C45-LAST-SENT-SEQ + 1
               MOVE 999999999 TO C45-LAST-SEQ
           ELSE
               IF C45-FIRST-SEQ = ZERO
                   OR C45-FIRST-SEQ > C45-LAST-SEQ
                   OR C45-LAST-SEQ > C45-LAST-SENT-SEQ
                   OR C45-FIRST-SEQ NOT > C45-BASE-SEQ
                   DISPLAY "c000045 - ERROR: RESEND RANGE "
                       C45-FIRST-SEQ "-" C45-LAST-SEQ
                       " OUTSIDE DELIVERED EVENTS "
                       C45-BASE-SEQ "-" C45-LAST-SENT-SEQ
                       " - RUN REFUSED"
                   MOVE 12 TO RETURN-CODE
                   SET C45-RUN-REFUSED TO TRUE
               END-IF
           END-IF.
           MOVE C45-BASE-SEQ TO C45-EVENT-SEQ.
           COMPUTE C45-SENT-LAST-SEQ = C45-FIRST-SEQ - 1.

       1400-open-files.
           SET MK-OPEN TO TRUE.
           MOVE 'c000045' TO MK-CALLER-PROGRAM.
           CALL 'c000041' USING MASK-REQUEST.
           SET C45-MASK-OPENED TO TRUE.
           OPEN OUTPUT VMFEED-FILE.
           IF C45-FEED-STATUS = "00"
               SET C45-FEED-OPENED TO TRUE
           ELSE
               DISPLAY "c000045 - ERROR: UNABLE TO OPEN VMFEED, "
                   "STATUS " C45-FEED-STATUS " - RUN REFUSED"
               MOVE 12 TO RETURN-CODE
               SET C45-RUN-REFUSED TO TRUE
           END-IF.
           IF NOT C45-RUN-REFUSED
               OPEN INPUT VMEVENT-FILE
               IF C45-VMEVENT-STATUS = "00"
                   SET C45-JOURNAL-OPENED TO TRUE
               ELSE
      *            No journal yet - nothing has ever changed state,
      *            and the night still sends its empty controls.
                   DISPLAY "c000045 - WARNING: VMEVENT NOT "
                       "AVAILABLE, STATUS " C45-VMEVENT-STATUS
                       " - FEED WILL BE EMPTY"
                   SET C45-AT-END TO TRUE
               END-IF
               PERFORM 1500-write-header
           END-IF.

       1500-write-header.
      *    The header carries the range asked for; a nightly run
      *    does not know its last sequence until the journal is
      *    read, so its header shows the first only and the
      *    trailer closes the range.
           MOVE SPACES TO FEED-RECORD.
           IF C45-DAILY-FEED
               STRING "HDR" DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      C45-SOURCE-SYSTEM DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      C45-FEED-NAME DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      C45-FEED-TYPE DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      C45-CURRENT-DATE DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      C45-CURRENT-TIME DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      C45-FIRST-SEQ DELIMITED BY SIZE
                      INTO FEED-RECORD
           ELSE
               STRING "HDR" DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      C45-SOURCE-SYSTEM DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      C45-FEED-NAME DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      C45-FEED-TYPE DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      C45-CURRENT-DATE DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      C45-CURRENT-TIME DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      C45-FIRST-SEQ DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      C45-LAST-SEQ DELIMITED BY SIZE
                      INTO FEED-RECORD
           END-IF.
           WRITE FEED-RECORD.
      *    A feed with no header is no feed: nothing more is
      *    written and the control record stays where it was.
           IF C45-FEED-STATUS NOT = "00"
               DISPLAY "c000045 - ERROR: FEED HEADER WRITE FAILED, "
                   "STATUS " C45-FEED-STATUS
               MOVE 12 TO RETURN-CODE
               SET C45-AT-END TO TRUE
           END-IF.

       2000-read-event.
      *    Every journal record is counted for its sequence number,
      *    sent or not; a resend stops once past its last.
           READ VMEVENT-FILE
               AT END
                   SET C45-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO C45-READ-COUNT
                   ADD 1 TO C45-EVENT-SEQ
                   IF C45-EVENT-SEQ > C45-LAST-SEQ
                       SET C45-AT-END TO TRUE
                   ELSE
                       IF C45-EVENT-SEQ NOT < C45-FIRST-SEQ
                           PERFORM 2100-write-event
                       END-IF
                   END-IF
           END-READ.

       2100-write-event.
           MOVE VE-VALUE TO MK-VALUE.
           SET MK-MASK TO TRUE.
           CALL 'c000041' USING MASK-REQUEST.
           MOVE MK-VALUE TO C45-OUT-VALUE.
           MOVE VE-OLD-CURRENT TO MK-VALUE.
           SET MK-MASK TO TRUE.
           CALL 'c000041' USING MASK-REQUEST.
           MOVE MK-VALUE TO C45-OUT-OLD-CURRENT.
           MOVE VE-NEW-CURRENT TO MK-VALUE.
           SET MK-MASK TO TRUE.
           CALL 'c000041' USING MASK-REQUEST.
           MOVE MK-VALUE TO C45-OUT-NEW-CURRENT.
           MOVE SPACES TO FEED-RECORD.
           STRING C45-EVENT-SEQ DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (C45-OUT-VALUE TRAILING)
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  VE-OLD-STATUS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (C45-OUT-OLD-CURRENT TRAILING)
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  VE-NEW-STATUS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (C45-OUT-NEW-CURRENT TRAILING)
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  VE-CAUSE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  VE-SOURCE-SYSTEM DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  VE-PROGRAM DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  VE-JOB-NAME DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  VE-RUN-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  VE-EVENT-TIME DELIMITED BY SIZE
                  INTO FEED-RECORD.
           WRITE FEED-RECORD.
           IF C45-FEED-STATUS NOT = "00"
               DISPLAY "c000045 - ERROR: FEED WRITE FAILED, "
                   "STATUS " C45-FEED-STATUS
               MOVE 12 TO RETURN-CODE
               SET C45-AT-END TO TRUE
           ELSE
               ADD 1 TO C45-SENT-COUNT
               MOVE C45-EVENT-SEQ TO C45-SENT-LAST-SEQ
           END-IF.

       3000-write-trailer.
           IF C45-FEED-STATUS = "00"
               MOVE C45-SENT-COUNT TO C45-COUNT-DISPLAY
               MOVE SPACES TO FEED-RECORD
               STRING "TRL" DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      C45-COUNT-DISPLAY DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      C45-FIRST-SEQ DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      C45-SENT-LAST-SEQ DELIMITED BY SIZE
                      INTO FEED-RECORD
               WRITE FEED-RECORD
               IF C45-FEED-STATUS NOT = "00"
                   DISPLAY "c000045 - ERROR: FEED TRAILER WRITE "
                       "FAILED, STATUS " C45-FEED-STATUS
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

       3100-check-journal-length.
      *    A nightly run reads to the end of the journal, so the
      *    last sequence on it must reach what was already
      *    delivered.  Falling short means the journal was replaced
      *    or cut back without the control record being moved - the
      *    next events would reuse numbers the receiver already
      *    holds, so nothing is advanced.
           IF C45-DAILY-FEED
               AND C45-EVENT-SEQ < C45-LAST-SENT-SEQ
               DISPLAY "c000045 - ERROR: VMEVENT ENDS AT SEQUENCE "
                   C45-EVENT-SEQ " BUT " C45-LAST-SENT-SEQ
                   " ALREADY DELIVERED - CONTROL NOT ADVANCED"
               MOVE 12 TO RETURN-CODE
           END-IF.
           IF C45-RESEND-FEED
               AND C45-SENT-LAST-SEQ < C45-LAST-SEQ
               DISPLAY "c000045 - ERROR: RESEND STOPPED AT SEQUENCE "
                   C45-SENT-LAST-SEQ " OF " C45-LAST-SEQ
               MOVE 12 TO RETURN-CODE
           END-IF.

       4000-update-control.
      *    The feed file is complete; only now does the control
      *    record move on.  A failure here leaves the old position,
      *    and the next night repeats these events rather than
      *    skipping them.
           MOVE SPACES TO VMFCTL-RECORD.
           MOVE C45-BASE-SEQ TO VF-BASE-SEQ.
           MOVE C45-SENT-LAST-SEQ TO VF-LAST-SEQ.
           MOVE C45-CURRENT-DATE TO VF-LAST-DATE.
           MOVE C45-CURRENT-TIME TO VF-LAST-TIME.
           MOVE C45-SENT-COUNT TO VF-LAST-COUNT.
           IF C45-CTL-RECORD-READ
               REWRITE VMFCTL-RECORD
               IF C45-CTL-STATUS NOT = "00"
                   PERFORM 4100-report-control-error
               END-IF
               CLOSE VMFCTL-FILE
           ELSE
      *        First-ever delivery (or an empty control file):
      *        close and reopen to append the one control record.
               IF C45-CTL-OPENED
                   CLOSE VMFCTL-FILE
               END-IF
               OPEN EXTEND VMFCTL-FILE
               IF C45-CTL-STATUS = "35"
                   OPEN OUTPUT VMFCTL-FILE
               END-IF
               IF C45-CTL-STATUS = "00"
                   WRITE VMFCTL-RECORD
                   IF C45-CTL-STATUS NOT = "00"
                       PERFORM 4100-report-control-error
                   END-IF
                   CLOSE VMFCTL-FILE
               ELSE
                   PERFORM 4100-report-control-error
               END-IF
           END-IF.
           MOVE 'N' TO C45-CTL-OPEN-SWITCH.

       4100-report-control-error.
           DISPLAY "c000045 - ERROR: VMFCTL UPDATE FAILED, STATUS "
               C45-CTL-STATUS " - NEXT NIGHT WILL REPEAT "
               C45-FIRST-SEQ "-" C45-SENT-LAST-SEQ.
           MOVE 12 TO RETURN-CODE.

       8000-write-runstat.
      *    Start and end entries on the shared RUNSTAT run history:
      *    journal records read and events sent.
           MOVE 'c000045' TO RS-PROGRAM.
           MOVE C45-CURRENT-DATE TO RS-RUN-DATE.
           MOVE C45-RUNSTAT-TYPE TO RS-ENTRY-TYPE.
           ACCEPT RS-TIMESTAMP FROM TIME.
           MOVE C45-READ-COUNT TO RS-RECORDS-READ.
           MOVE C45-SENT-COUNT TO RS-RECORDS-PROCESSED.
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
           IF C45-RUNSTAT-STATUS = "35"
               OPEN OUTPUT RUNSTAT-FILE
           END-IF.
           WRITE RUNSTAT-RECORD.
           IF C45-RUNSTAT-STATUS NOT = "00"
               DISPLAY "c000045 - WARNING: RUNSTAT WRITE FAILED, "
                   "STATUS " C45-RUNSTAT-STATUS
           END-IF.
           CLOSE RUNSTAT-FILE.

       9000-terminate.
           IF C45-MASK-OPENED
               SET MK-CLOSE TO TRUE
               CALL 'c000041' USING MASK-REQUEST
           END-IF.
           IF C45-JOURNAL-OPENED
               CLOSE VMEVENT-FILE
           END-IF.
           IF C45-FEED-OPENED
               CLOSE VMFEED-FILE
           END-IF.
           IF C45-CTL-OPENED
               CLOSE VMFCTL-FILE
           END-IF.
           MOVE C45-READ-COUNT TO C45-EDIT-COUNT.
           DISPLAY "c000045 - JOURNAL EVENTS READ: " C45-EDIT-COUNT.
           MOVE C45-SENT-COUNT TO C45-EDIT-COUNT.
           DISPLAY "c000045 - EVENTS SENT:        " C45-EDIT-COUNT.
           IF C45-SENT-COUNT > 0
               DISPLAY "c000045 - SEQUENCE RANGE: " C45-FIRST-SEQ
                   "-" C45-SENT-LAST-SEQ
           END-IF.
           PERFORM 8000-write-runstat.
