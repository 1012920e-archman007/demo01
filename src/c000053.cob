       IDENTIFICATION DIVISION.
       PROGRAM-ID. c000053.
      *
      * Pre-cycle readiness check - the first step of the DL100B
      * cycle, run before c000028 flips the pending queues.  Most
      * nights that have failed did so on setup that was already
      * wrong before the window opened, so every dependency the
      * cycle leans on is looked at here first and the outcome
      * printed as a pass/fail checklist on READYRPT:
      *
      *   CALFILE   carries the run date (c000003/c000015 take
      *             the prior business date from it), and has an
      *             entry for each of the next 30 days;
      *   REFFILE   is there and holds at least one active code -
      *             an empty file rejects the whole night;
      *   QUEUECTL  names side A or B, and has not already been
      *             switched for the night today - a second flip
      *             would drain the queue the online day is
      *             writing to (the DL100ID intraday flips do not
      *             count);
      *   OPTSFLE   carries nothing c000003 would refuse - the
      *             same keywords and values, tested the same way;
      *   IDENTFLE  carries the job name and user c000003 stamps
      *             on everything it writes;
      *   USERAUTH  has at least one active user holding REFFILE
      *             authority, so a bad code can still be fixed.
      *
      * A failed check is one that would break tonight's run; it
      * is logged to ERRLOG as severe and the step ends RC=12,
      * which holds the rest of the cycle.  A warning (the 30-day
      * calendar horizon, no one left to maintain REFFILE, a
      * missing QUEUECTL record the switch will create) is logged
      * to ERRLOG as a warning and the step ends RC=4; c000025
      * carries the night's readiness warnings onto DASHSTAT.
      * Start and end entries go to RUNSTAT like the other cycle
      * steps: checks made, checks passed, checks failed.
      *
      * RC=0 READY; RC=4 READY WITH WARNINGS; RC=12 NOT READY.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALFILE-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C53-CALFILE-STATUS.
           SELECT REFFILE-FILE ASSIGN TO "REFFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REF-CODE
               FILE STATUS IS C53-REFFILE-STATUS.
           SELECT QUEUECTL-FILE ASSIGN TO "QUEUECTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C53-QUEUECTL-STATUS.
           SELECT OPTSFLE-FILE ASSIGN TO "OPTSFLE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C53-OPTS-STATUS.
           SELECT IDENTFLE-FILE ASSIGN TO "IDENTFLE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C53-IDENT-STATUS.
           SELECT USERAUTH-FILE ASSIGN TO "USERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UA-USER-ID
               FILE STATUS IS C53-USERAUTH-STATUS.
           SELECT RUNSTAT-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C53-RUNSTAT-STATUS.
           SELECT READYRPT-FILE ASSIGN TO "READYRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C53-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALFILE-FILE
           RECORDING MODE IS F.
           COPY CPYCAL.

       FD  REFFILE-FILE
           RECORDING MODE IS F.
           COPY CPYVAL.

       FD  QUEUECTL-FILE
           RECORDING MODE IS F.
           COPY CPYQCT.

       FD  OPTSFLE-FILE
           RECORDING MODE IS F.
       01  OPTS-CARD                 PIC X(80).

       FD  IDENTFLE-FILE
           RECORDING MODE IS F.
           COPY CPYIDN.

       FD  USERAUTH-FILE
           RECORDING MODE IS F.
           COPY CPYUSR.

       FD  RUNSTAT-FILE
           RECORDING MODE IS F.
           COPY CPYRUN.

       FD  READYRPT-FILE
           RECORDING MODE IS F.
       01  READY-LINE                PIC X(133).

       WORKING-STORAGE SECTION.
       01  C53-CALFILE-STATUS        PIC X(02).
       01  C53-REFFILE-STATUS        PIC X(02).
       01  C53-QUEUECTL-STATUS       PIC X(02).
       01  C53-OPTS-STATUS           PIC X(02).
       01  C53-IDENT-STATUS          PIC X(02).
       01  C53-USERAUTH-STATUS       PIC X(02).
       01  C53-RUNSTAT-STATUS        PIC X(02).
       01  C53-RPT-STATUS            PIC X(02).
       01  C53-EOF-SWITCH            PIC X(01).
           88  C53-AT-END                       VALUE 'Y'.
       01  C53-FOUND-SWITCH          PIC X(01).
           88  C53-FOUND                        VALUE 'Y'.
       01  C53-RUN-DATE              PIC 9(08).
       01  C53-RUN-DATE-X REDEFINES C53-RUN-DATE
                                     PIC X(08).
       01  C53-HORIZON-DAYS          PIC 9(03) VALUE 30.
       01  C53-HORIZON-INTEGER       PIC 9(07).
       01  C53-HORIZON-DATE          PIC 9(08).
       01  C53-HORIZON-DATE-X REDEFINES C53-HORIZON-DATE
                                     PIC X(08).
       01  C53-DAYS-COVERED          PIC 9(05) COMP.
       01  C53-RECORD-COUNT          PIC 9(07) COMP.
       01  C53-RUNSTAT-TYPE          PIC X(01).
       01  C53-CHECK-COUNT           PIC 9(05) COMP VALUE 0.
       01  C53-PASS-COUNT            PIC 9(05) COMP VALUE 0.
       01  C53-WARN-COUNT            PIC 9(05) COMP VALUE 0.
       01  C53-FAIL-COUNT            PIC 9(05) COMP VALUE 0.
       01  C53-EDIT-COUNT            PIC ZZ,ZZ9.
       01  C53-EDIT-DAYS             PIC ZZ9.

      *    Run-control option tests, as c000003 makes them.
       01  C53-OPT-KEYWORD           PIC X(20).
       01  C53-OPT-VALUE             PIC X(59).
       01  C53-OPT-NUM               PIC 9(05) COMP.
       01  C53-OPT-BAD-CARD          PIC X(40).
       01  C53-OPT-CARD-COUNT        PIC 9(05) COMP.

      *    The check in hand: what was looked at, how it came out,
      *    and the detail printed and logged with it.
       01  C53-CHECK-NAME            PIC X(30).
       01  C53-CHECK-PARAGRAPH       PIC X(30).
       01  C53-CHECK-FILE            PIC X(08).
       01  C53-CHECK-FILE-STATUS     PIC X(02).
       01  C53-CHECK-RESULT          PIC X(04).
           88  C53-CHECK-PASSED                 VALUE 'PASS'.
           88  C53-CHECK-WARNED                 VALUE 'WARN'.
           88  C53-CHECK-FAILED                 VALUE 'FAIL'.
       01  C53-CHECK-DETAIL          PIC X(60).

       01  C53-HEADING-1.
           05  FILLER                PIC X(34)
               VALUE "NIGHTLY CYCLE READINESS CHECKLIST".
           05  FILLER                PIC X(10) VALUE "RUN DATE ".
           05  C53-HDG-DATE          PIC 9(08).
           05  FILLER                PIC X(81) VALUE SPACES.
       01  C53-HEADING-2.
           05  FILLER                PIC X(50) VALUE
               "CHECK                          FILE     RESULT  ".
           05  FILLER                PIC X(83) VALUE "DETAIL".
       01  C53-DETAIL-LINE.
           05  C53-DTL-NAME          PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  C53-DTL-FILE          PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  C53-DTL-RESULT        PIC X(04).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  C53-DTL-DETAIL        PIC X(60).
           05  FILLER                PIC X(25) VALUE SPACES.
       01  C53-SUMMARY-LINE.
           05  FILLER                PIC X(08) VALUE "CHECKS ".
           05  C53-SUM-CHECKS        PIC ZZ9.
           05  FILLER                PIC X(09) VALUE "  PASSED ".
           05  C53-SUM-PASSED        PIC ZZ9.
           05  FILLER                PIC X(09) VALUE "  WARNED ".
           05  C53-SUM-WARNED        PIC ZZ9.
           05  FILLER                PIC X(09) VALUE "  FAILED ".
           05  C53-SUM-FAILED        PIC ZZ9.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  C53-SUM-VERDICT       PIC X(40).
           05  FILLER                PIC X(44) VALUE SPACES.

       COPY CPYERR.

       PROCEDURE DIVISION.
           PERFORM 1000-initialize.
           PERFORM 2000-check-calendar.
           PERFORM 3000-check-reference-file.
           PERFORM 4000-check-queue-control.
           PERFORM 5000-check-run-options.
           PERFORM 5500-check-identity.
           PERFORM 6000-check-user-authority.
           PERFORM 9000-terminate.
           GOBACK.

       1000-initialize.
           ACCEPT C53-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE C53-HORIZON-INTEGER =
               FUNCTION INTEGER-OF-DATE (C53-RUN-DATE)
               + C53-HORIZON-DAYS.
           COMPUTE C53-HORIZON-DATE =
               FUNCTION DATE-OF-INTEGER (C53-HORIZON-INTEGER).
           MOVE 'S' TO C53-RUNSTAT-TYPE.
           PERFORM 8100-write-runstat.
           OPEN OUTPUT READYRPT-FILE.
           MOVE C53-RUN-DATE TO C53-HDG-DATE.
           WRITE READY-LINE FROM C53-HEADING-1.
           MOVE SPACES TO READY-LINE.
           WRITE READY-LINE.
           WRITE READY-LINE FROM C53-HEADING-2.

       2000-check-calendar.
      *    One pass answers both calendar questions: is the run
      *    date on the file, and how many of the days after it,
      *    up to the horizon, are.  The file is in ascending date
      *    order, so the scan stops once it passes the horizon.
           MOVE 'N' TO C53-FOUND-SWITCH.
           MOVE 0 TO C53-DAYS-COVERED.
           MOVE 'N' TO C53-EOF-SWITCH.
           OPEN INPUT CALFILE-FILE.
           MOVE C53-CALFILE-STATUS TO C53-CHECK-FILE-STATUS.
           IF C53-CALFILE-STATUS = "00"
               PERFORM 2100-read-calendar UNTIL C53-AT-END
               CLOSE CALFILE-FILE
           END-IF.
           MOVE "CALENDAR COVERS RUN DATE" TO C53-CHECK-NAME.
           MOVE "2000-check-calendar" TO C53-CHECK-PARAGRAPH.
           MOVE "CALFILE" TO C53-CHECK-FILE.
           MOVE SPACES TO C53-CHECK-DETAIL.
           EVALUATE TRUE
               WHEN C53-CALFILE-STATUS NOT = "00"
                   SET C53-CHECK-FAILED TO TRUE
                   STRING "CALFILE NOT AVAILABLE, STATUS "
                       DELIMITED BY SIZE
                       C53-CHECK-FILE-STATUS DELIMITED BY SIZE
                       INTO C53-CHECK-DETAIL
               WHEN NOT C53-FOUND
                   SET C53-CHECK-FAILED TO TRUE
                   STRING "NO CALFILE ENTRY FOR " DELIMITED BY SIZE
                       C53-RUN-DATE-X DELIMITED BY SIZE
                       " - RUN DL100K FIRST" DELIMITED BY SIZE
                       INTO C53-CHECK-DETAIL
               WHEN OTHER
                   SET C53-CHECK-PASSED TO TRUE
                   STRING "ENTRY FOUND FOR " DELIMITED BY SIZE
                       C53-RUN-DATE-X DELIMITED BY SIZE
                       INTO C53-CHECK-DETAIL
           END-EVALUATE.
           PERFORM 8000-record-result.

      *    Short of the horizon is tomorrow's problem, not
      *    tonight's - a warning, so the calendar is extended
      *    before it runs out.
           MOVE "CALENDAR COVERS NEXT 30 DAYS" TO C53-CHECK-NAME.
           MOVE SPACES TO C53-CHECK-DETAIL.
           MOVE C53-DAYS-COVERED TO C53-EDIT-DAYS.
           EVALUATE TRUE
               WHEN C53-CALFILE-STATUS NOT = "00"
                   SET C53-CHECK-FAILED TO TRUE
                   STRING "CALFILE NOT AVAILABLE, STATUS "
                       DELIMITED BY SIZE
                       C53-CHECK-FILE-STATUS DELIMITED BY SIZE
                       INTO C53-CHECK-DETAIL
               WHEN C53-DAYS-COVERED < C53-HORIZON-DAYS
                   SET C53-CHECK-WARNED TO TRUE
                   STRING "ONLY " DELIMITED BY SIZE
                       C53-EDIT-DAYS DELIMITED BY SIZE
                       " OF 30 DAYS THROUGH " DELIMITED BY SIZE
                       C53-HORIZON-DATE-X DELIMITED BY SIZE
                       " ON FILE" DELIMITED BY SIZE
                       INTO C53-CHECK-DETAIL
               WHEN OTHER
                   SET C53-CHECK-PASSED TO TRUE
                   STRING "COVERED THROUGH " DELIMITED BY SIZE
                       C53-HORIZON-DATE-X DELIMITED BY SIZE
                       INTO C53-CHECK-DETAIL
           END-EVALUATE.
           PERFORM 8000-record-result.

       2100-read-calendar.
           READ CALFILE-FILE
               AT END
                   SET C53-AT-END TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN CAL-DATE < C53-RUN-DATE-X
                           CONTINUE
                       WHEN CAL-DATE = C53-RUN-DATE-X
                           SET C53-FOUND TO TRUE
                       WHEN CAL-DATE NOT > C53-HORIZON-DATE-X
                           ADD 1 TO C53-DAYS-COVERED
                       WHEN OTHER
                           SET C53-AT-END TO TRUE
                   END-EVALUATE
           END-READ.

       3000-check-reference-file.
      *    The first active code settles it; the scan only runs
      *    the length of the file when nothing on it is active.
           MOVE 'N' TO C53-FOUND-SWITCH.
           MOVE 0 TO C53-RECORD-COUNT.
           MOVE 'N' TO C53-EOF-SWITCH.
           OPEN INPUT REFFILE-FILE.
           MOVE C53-REFFILE-STATUS TO C53-CHECK-FILE-STATUS.
           IF C53-REFFILE-STATUS = "00"
               PERFORM 3100-read-reference
                   UNTIL C53-AT-END OR C53-FOUND
               CLOSE REFFILE-FILE
           END-IF.
           MOVE "REFERENCE FILE POPULATED" TO C53-CHECK-NAME.
           MOVE "3000-check-reference-file" TO C53-CHECK-PARAGRAPH.
           MOVE "REFFILE" TO C53-CHECK-FILE.
           MOVE SPACES TO C53-CHECK-DETAIL.
           EVALUATE TRUE
               WHEN C53-REFFILE-STATUS NOT = "00"
                   SET C53-CHECK-FAILED TO TRUE
                   STRING "REFFILE NOT AVAILABLE, STATUS "
                       DELIMITED BY SIZE
                       C53-CHECK-FILE-STATUS DELIMITED BY SIZE
                       INTO C53-CHECK-DETAIL
               WHEN C53-RECORD-COUNT = 0
                   SET C53-CHECK-FAILED TO TRUE
                   MOVE "REFFILE IS EMPTY - EVERY VALUE WOULD REJECT"
                       TO C53-CHECK-DETAIL
               WHEN NOT C53-FOUND
                   SET C53-CHECK-FAILED TO TRUE
                   MOVE "NO ACTIVE CODE ON REFFILE" TO C53-CHECK-DETAIL
               WHEN OTHER
                   SET C53-CHECK-PASSED TO TRUE
                   MOVE "ACTIVE CODES ON FILE" TO C53-CHECK-DETAIL
           END-EVALUATE.
           PERFORM 8000-record-result.

       3100-read-reference.
           READ REFFILE-FILE NEXT
               AT END
                   SET C53-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO C53-RECORD-COUNT
                   IF REF-ACTIVE
                       SET C53-FOUND TO TRUE
                   END-IF
           END-READ.

       4000-check-queue-control.
      *    c000028 treats a missing or empty control file as the
      *    first-ever flip, so that is only worth a warning.  A
      *    side other than A or B, or a switch already made today
      *    (the cycle being resubmitted from the top), would have
      *    the night drain the queue DL10 is writing to.  Only an
      *    overnight flip counts: the DL100ID intraday flips through
      *    the day are expected, and leave the overnight switch
      *    date alone.  A record from before the switch kind was
      *    kept has only the one switch date, which was a night's.
           MOVE 'N' TO C53-FOUND-SWITCH.
           OPEN INPUT QUEUECTL-FILE.
           MOVE C53-QUEUECTL-STATUS TO C53-CHECK-FILE-STATUS.
           IF C53-QUEUECTL-STATUS = "00"
               READ QUEUECTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET C53-FOUND TO TRUE
               END-READ
               CLOSE QUEUECTL-FILE
           END-IF.
           MOVE "QUEUE CONTROL READY TO SWITCH" TO C53-CHECK-NAME.
           MOVE "4000-check-queue-control" TO C53-CHECK-PARAGRAPH.
           MOVE "QUEUECTL" TO C53-CHECK-FILE.
           MOVE SPACES TO C53-CHECK-DETAIL.
           EVALUATE TRUE
               WHEN C53-QUEUECTL-STATUS NOT = "00"
                   AND C53-QUEUECTL-STATUS NOT = "35"
                   SET C53-CHECK-FAILED TO TRUE
                   STRING "QUEUECTL NOT AVAILABLE, STATUS "
                       DELIMITED BY SIZE
                       C53-CHECK-FILE-STATUS DELIMITED BY SIZE
                       INTO C53-CHECK-DETAIL
               WHEN NOT C53-FOUND
                   SET C53-CHECK-WARNED TO TRUE
                   MOVE "NO CONTROL RECORD - SWITCH WILL START ON B"
                       TO C53-CHECK-DETAIL
               WHEN NOT QC-SIDE-A-ACTIVE AND NOT QC-SIDE-B-ACTIVE
                   SET C53-CHECK-FAILED TO TRUE
                   STRING "ACTIVE QUEUE '" DELIMITED BY SIZE
                       QC-ACTIVE-QUEUE DELIMITED BY SIZE
                       "' IS NEITHER A NOR B" DELIMITED BY SIZE
                       INTO C53-CHECK-DETAIL
               WHEN QC-NIGHT-SWITCH-DATE = C53-RUN-DATE-X
                   OR (QC-SWITCH-KIND = SPACE
                       AND QC-SWITCH-DATE = C53-RUN-DATE-X)
                   SET C53-CHECK-FAILED TO TRUE
                   IF QC-INTRADAY-SWITCH
                       MOVE "ALREADY SWITCHED FOR TONIGHT - RESTART"
                           TO C53-CHECK-DETAIL
                   ELSE
                       STRING "ALREADY SWITCHED TODAY AT "
                           DELIMITED BY SIZE
                           QC-SWITCH-TIME (1:6) DELIMITED BY SIZE
                           " - RESTART, DO NOT RERUN"
                           DELIMITED BY SIZE
                           INTO C53-CHECK-DETAIL
                   END-IF
               WHEN OTHER
                   SET C53-CHECK-PASSED TO TRUE
                   STRING "QUEUE " DELIMITED BY SIZE
                       QC-ACTIVE-QUEUE DELIMITED BY SIZE
                       " ACTIVE, LAST SWITCHED " DELIMITED BY SIZE
                       QC-SWITCH-DATE DELIMITED BY SIZE
                       INTO C53-CHECK-DETAIL
           END-EVALUATE.
           PERFORM 8000-record-result.

       5000-check-run-options.
      *    No file is the compiled-in defaults, which c000003
      *    accepts.  Otherwise the first card it would refuse is
      *    named on the checklist.
           MOVE SPACES TO C53-OPT-BAD-CARD.
           MOVE 0 TO C53-OPT-CARD-COUNT.
           MOVE 'N' TO C53-EOF-SWITCH.
           OPEN INPUT OPTSFLE-FILE.
           MOVE C53-OPTS-STATUS TO C53-CHECK-FILE-STATUS.
           IF C53-OPTS-STATUS = "00"
               PERFORM 5100-read-option
                   UNTIL C53-AT-END OR C53-OPT-BAD-CARD NOT = SPACES
               CLOSE OPTSFLE-FILE
           END-IF.
           MOVE "RUN OPTIONS ACCEPTABLE" TO C53-CHECK-NAME.
           MOVE "5000-check-run-options" TO C53-CHECK-PARAGRAPH.
           MOVE "OPTSFLE" TO C53-CHECK-FILE.
           MOVE SPACES TO C53-CHECK-DETAIL.
           MOVE C53-OPT-CARD-COUNT TO C53-EDIT-DAYS.
           EVALUATE TRUE
               WHEN C53-OPT-BAD-CARD NOT = SPACES
                   SET C53-CHECK-FAILED TO TRUE
                   STRING "REFUSED: " DELIMITED BY SIZE
                       C53-OPT-BAD-CARD DELIMITED BY SIZE
                       INTO C53-CHECK-DETAIL
               WHEN C53-OPTS-STATUS NOT = "00"
                   SET C53-CHECK-PASSED TO TRUE
                   MOVE "NO OPTIONS FILE - DEFAULTS APPLY"
                       TO C53-CHECK-DETAIL
               WHEN OTHER
                   SET C53-CHECK-PASSED TO TRUE
                   STRING C53-EDIT-DAYS DELIMITED BY SIZE
                       " OPTION CARDS, ALL RECOGNIZED"
                       DELIMITED BY SIZE
                       INTO C53-CHECK-DETAIL
           END-EVALUATE.
           PERFORM 8000-record-result.

       5100-read-option.
           READ OPTSFLE-FILE
               AT END
                   SET C53-AT-END TO TRUE
               NOT AT END
                   IF OPTS-CARD NOT = SPACES
                       AND OPTS-CARD (1:1) NOT = "*"
                       ADD 1 TO C53-OPT-CARD-COUNT
                       PERFORM 5200-test-option
                   END-IF
           END-READ.

       5200-test-option.
           MOVE SPACES TO C53-OPT-KEYWORD C53-OPT-VALUE.
           UNSTRING OPTS-CARD DELIMITED BY "="
               INTO C53-OPT-KEYWORD, C53-OPT-VALUE.
           EVALUATE C53-OPT-KEYWORD
               WHEN "CHECKPOINT-INTERVAL"
                   IF C53-OPT-VALUE (1:1) IS NUMERIC
                       COMPUTE C53-OPT-NUM =
                           FUNCTION NUMVAL (C53-OPT-VALUE)
                   ELSE
                       MOVE 0 TO C53-OPT-NUM
                   END-IF
                   IF C53-OPT-NUM < 1 OR C53-OPT-NUM > 999
                       MOVE OPTS-CARD TO C53-OPT-BAD-CARD
                   END-IF
               WHEN "DUPLICATE-CHECK"
               WHEN "HIGH-VOLUME"
                   IF C53-OPT-VALUE (1:3) NOT = "YES"
                       AND C53-OPT-VALUE (1:3) NOT = "NO "
                       MOVE OPTS-CARD TO C53-OPT-BAD-CARD
                   END-IF
               WHEN "TABLE-ACTION"
                   IF C53-OPT-VALUE (1:8) NOT = "TRUNCATE"
                       AND C53-OPT-VALUE (1:8) NOT = "CYCLE   "
                       MOVE OPTS-CARD TO C53-OPT-BAD-CARD
                   END-IF
               WHEN OTHER
                   MOVE OPTS-CARD TO C53-OPT-BAD-CARD
           END-EVALUATE.

       5500-check-identity.
      *    Without the card every TRANLOG and CHGLOG entry the
      *    night writes goes out with no job or user against it.
           MOVE 'N' TO C53-FOUND-SWITCH.
           OPEN INPUT IDENTFLE-FILE.
           MOVE C53-IDENT-STATUS TO C53-CHECK-FILE-STATUS.
           IF C53-IDENT-STATUS = "00"
               READ IDENTFLE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET C53-FOUND TO TRUE
               END-READ
               CLOSE IDENTFLE-FILE
           END-IF.
           MOVE "IDENTITY CARD PRESENT" TO C53-CHECK-NAME.
           MOVE "5500-check-identity" TO C53-CHECK-PARAGRAPH.
           MOVE "IDENTFLE" TO C53-CHECK-FILE.
           MOVE SPACES TO C53-CHECK-DETAIL.
           EVALUATE TRUE
               WHEN NOT C53-FOUND
                   SET C53-CHECK-FAILED TO TRUE
                   MOVE "NO IDENTITY CARD - JOB AND USER UNRECORDED"
                       TO C53-CHECK-DETAIL
               WHEN IDN-JOB-NAME = SPACES OR IDN-USER-ID = SPACES
                   SET C53-CHECK-FAILED TO TRUE
                   MOVE "JOB NAME (COLS 1-8) OR USER (COLS 9-16) BLANK"
                       TO C53-CHECK-DETAIL
               WHEN OTHER
                   SET C53-CHECK-PASSED TO TRUE
                   STRING "JOB " DELIMITED BY SIZE
                       IDN-JOB-NAME DELIMITED BY SIZE
                       " USER " DELIMITED BY SIZE
                       IDN-USER-ID DELIMITED BY SIZE
                       INTO C53-CHECK-DETAIL
           END-EVALUATE.
           PERFORM 8000-record-result.

       6000-check-user-authority.
      *    Someone must still be able to correct REFFILE when a
      *    new code starts rejecting - not a reason to hold the
      *    night, but worth a warning before it is needed.
           MOVE 'N' TO C53-FOUND-SWITCH.
           MOVE 'N' TO C53-EOF-SWITCH.
           OPEN INPUT USERAUTH-FILE.
           MOVE C53-USERAUTH-STATUS TO C53-CHECK-FILE-STATUS.
           IF C53-USERAUTH-STATUS = "00"
               PERFORM 6100-read-user-authority
                   UNTIL C53-AT-END OR C53-FOUND
               CLOSE USERAUTH-FILE
           END-IF.
           MOVE "REFFILE MAINTAINER AUTHORIZED" TO C53-CHECK-NAME.
           MOVE "6000-check-user-authority" TO C53-CHECK-PARAGRAPH.
           MOVE "USERAUTH" TO C53-CHECK-FILE.
           MOVE SPACES TO C53-CHECK-DETAIL.
           EVALUATE TRUE
               WHEN C53-USERAUTH-STATUS NOT = "00"
                   SET C53-CHECK-WARNED TO TRUE
                   STRING "USERAUTH NOT AVAILABLE, STATUS "
                       DELIMITED BY SIZE
                       C53-CHECK-FILE-STATUS DELIMITED BY SIZE
                       INTO C53-CHECK-DETAIL
               WHEN NOT C53-FOUND
                   SET C53-CHECK-WARNED TO TRUE
                   MOVE "NO ACTIVE USER HOLDS REFFILE AUTHORITY"
                       TO C53-CHECK-DETAIL
               WHEN OTHER
                   SET C53-CHECK-PASSED TO TRUE
                   STRING "ACTIVE REFFILE USER " DELIMITED BY SIZE
                       UA-USER-ID DELIMITED BY SIZE
                       INTO C53-CHECK-DETAIL
           END-EVALUATE.
           PERFORM 8000-record-result.

       6100-read-user-authority.
           READ USERAUTH-FILE NEXT
               AT END
                   SET C53-AT-END TO TRUE
               NOT AT END
                   IF UA-ACTIVE
                       AND (UA-REFFILE-ADD = 'Y'
                           OR UA-REFFILE-CHANGE = 'Y'
                           OR UA-REFFILE-DELETE = 'Y')
                       SET C53-FOUND TO TRUE
                   END-IF
           END-READ.

       8000-record-result.
      *    One checklist line per check; anything short of a pass
      *    also goes to ERRLOG - severe for a failure, so support
      *    is paged before the cycle is due, a warning otherwise.
           ADD 1 TO C53-CHECK-COUNT.
           MOVE C53-CHECK-NAME TO C53-DTL-NAME.
           MOVE C53-CHECK-FILE TO C53-DTL-FILE.
           MOVE C53-CHECK-RESULT TO C53-DTL-RESULT.
           MOVE C53-CHECK-DETAIL TO C53-DTL-DETAIL.
           WRITE READY-LINE FROM C53-DETAIL-LINE.
           EVALUATE TRUE
               WHEN C53-CHECK-PASSED
                   ADD 1 TO C53-PASS-COUNT
               WHEN C53-CHECK-WARNED
                   ADD 1 TO C53-WARN-COUNT
                   SET ERR-WARNING TO TRUE
                   PERFORM 8050-log-result
               WHEN OTHER
                   ADD 1 TO C53-FAIL-COUNT
                   SET ERR-SEVERE TO TRUE
                   PERFORM 8050-log-result
           END-EVALUATE.

       8050-log-result.
           MOVE 'c000053' TO ERR-PROGRAM.
           MOVE C53-CHECK-PARAGRAPH TO ERR-PARAGRAPH.
           MOVE C53-CHECK-FILE TO ERR-FILE-NAME.
           MOVE C53-CHECK-FILE-STATUS TO ERR-STATUS-CODE.
           MOVE C53-CHECK-DETAIL TO ERR-MESSAGE.
           CALL 'c000016' USING ERRLOG-RECORD.

       8100-write-runstat.
      *    Start and end entries on the shared RUNSTAT run history,
      *    so the readiness step shows in the night's record and
      *    on the dashboard alongside the steps it protects.
           MOVE 'c000053' TO RS-PROGRAM.
           MOVE C53-RUN-DATE TO RS-RUN-DATE.
           MOVE C53-RUNSTAT-TYPE TO RS-ENTRY-TYPE.
           ACCEPT RS-TIMESTAMP FROM TIME.
           MOVE C53-CHECK-COUNT TO RS-RECORDS-READ.
           MOVE C53-PASS-COUNT TO RS-RECORDS-PROCESSED.
           MOVE C53-FAIL-COUNT TO RS-REJECT-COUNT.
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
           IF C53-RUNSTAT-STATUS = "35"
               OPEN OUTPUT RUNSTAT-FILE
           END-IF.
           WRITE RUNSTAT-RECORD.
           IF C53-RUNSTAT-STATUS NOT = "00"
               DISPLAY "c000053 - WARNING: RUNSTAT WRITE FAILED, "
                   "STATUS " C53-RUNSTAT-STATUS
           END-IF.
           CLOSE RUNSTAT-FILE.

       9000-terminate.
           EVALUATE TRUE
               WHEN C53-FAIL-COUNT > 0
                   MOVE 12 TO RETURN-CODE
                   MOVE "*** NOT READY - CYCLE HELD ***"
                       TO C53-SUM-VERDICT
               WHEN C53-WARN-COUNT > 0
                   MOVE 4 TO RETURN-CODE
                   MOVE "READY WITH WARNINGS" TO C53-SUM-VERDICT
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
                   MOVE "READY" TO C53-SUM-VERDICT
           END-EVALUATE.
           MOVE C53-CHECK-COUNT TO C53-SUM-CHECKS.
           MOVE C53-PASS-COUNT TO C53-SUM-PASSED.
           MOVE C53-WARN-COUNT TO C53-SUM-WARNED.
           MOVE C53-FAIL-COUNT TO C53-SUM-FAILED.
           MOVE SPACES TO READY-LINE.
           WRITE READY-LINE.
           WRITE READY-LINE FROM C53-SUMMARY-LINE.
           CLOSE READYRPT-FILE.
           MOVE 'E' TO C53-RUNSTAT-TYPE.
           PERFORM 8100-write-runstat.
           DISPLAY "c000053 - READINESS: " C53-SUM-VERDICT.
           MOVE C53-FAIL-COUNT TO C53-EDIT-COUNT.
           DISPLAY "c000053 - CHECKS FAILED:   " C53-EDIT-COUNT.
           MOVE C53-WARN-COUNT TO C53-EDIT-COUNT.
           DISPLAY "c000053 - CHECKS WARNED:   " C53-EDIT-COUNT.
