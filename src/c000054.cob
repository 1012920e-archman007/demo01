       IDENTIFICATION DIVISION.
       PROGRAM-ID. c000054.
      *
      * Quarterly USERAUTH access recertification - the issuing
      * run.  Every active user on the authority master is listed
      * on CERTRPT with the functions they hold, the last date
      * they were seen anywhere on SECLOG (authority checks and
      * maintenance), TRANLOG (TL-USER-ID) or REFAUDIT, and the
      * flags they hold but have never exercised on any of the
      * three.  Users not seen inside the inactivity window are
      * listed again in a section of their own.
      *
      * The same information goes out on CERTDECK, one card per
      * active user (layout in copybook CPYRCT), for the managers
      * to answer KEEP or REMOVE by the deadline printed on each
      * card.  The c000055 follow-up run turns the answered deck
      * into a draft AUTHCARD deck for DL100S.
      *
      * Usage by log: a granted SECLOG check uses the flag its
      * function is checked against (A/C/D the REFFILE flags, E
      * online entry, I and Q inquiry, K correction, U unmask); a
      * TRANLOG entry keyed at a terminal uses online entry; a
      * REFAUDIT ADD, CHANGE, DELETE or INACT not rejected uses
      * the matching REFFILE flag.  Anything else on the three
      * logs is activity without using a particular flag.
      *
      * PARM='NNN' SETS THE INACTIVITY WINDOW IN DAYS (DEFAULT 90);
      * PARM='NNN,DDD' ALSO SETS THE DAYS MANAGERS HAVE TO ANSWER
      * (DEFAULT 14).  RC=4 WHEN A LOG WAS NOT AVAILABLE (LAST
      * ACTIVITY AND UNUSED FLAGS ARE THEN UNDERSTATED) OR THE
      * USER TABLE FILLED; RC=12 USERAUTH, CERTRPT OR CERTDECK
      * NOT AVAILABLE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USERAUTH-FILE ASSIGN TO "USERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UA-USER-ID
               FILE STATUS IS C54-USERAUTH-STATUS.
           SELECT SECLOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C54-SECLOG-STATUS.
           SELECT TRANLOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C54-TRANLOG-STATUS.
           SELECT REFAUDIT-FILE ASSIGN TO "REFAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C54-AUDIT-STATUS.
           SELECT CERTRPT-FILE ASSIGN TO "CERTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C54-RPT-STATUS.
           SELECT CERTDECK-FILE ASSIGN TO "CERTDECK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C54-DECK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USERAUTH-FILE
           RECORDING MODE IS F.
           COPY CPYUSR.

       FD  SECLOG-FILE
           RECORDING MODE IS F.
           COPY CPYSEC.

       FD  TRANLOG-FILE
           RECORDING MODE IS F.
           COPY CPYLOG.

       FD  REFAUDIT-FILE
           RECORDING MODE IS F.
           COPY CPYRAU.

       FD  CERTRPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                  PIC X(133).

       FD  CERTDECK-FILE
           RECORDING MODE IS F.
           COPY CPYRCT.

       WORKING-STORAGE SECTION.
       01  C54-USERAUTH-STATUS       PIC X(02).
       01  C54-SECLOG-STATUS         PIC X(02).
       01  C54-TRANLOG-STATUS        PIC X(02).
       01  C54-AUDIT-STATUS          PIC X(02).
       01  C54-RPT-STATUS            PIC X(02).
       01  C54-DECK-STATUS           PIC X(02).
       01  C54-EOF-SWITCH            PIC X(01).
           88  C54-AT-END                       VALUE 'Y'.
       01  C54-FOUND-SWITCH          PIC X(01).
           88  C54-FOUND                        VALUE 'Y'.
       01  C54-RUN-DATE              PIC 9(08).
       01  C54-RUN-DATE-X REDEFINES C54-RUN-DATE
                                     PIC X(08).
       01  C54-WINDOW-DAYS           PIC 9(03) COMP VALUE 90.
       01  C54-ANSWER-DAYS           PIC 9(03) COMP VALUE 14.
       01  C54-DATE-INTEGER          PIC 9(08) COMP.
       01  C54-CUTOFF-DATE           PIC 9(08).
       01  C54-CUTOFF-DATE-X REDEFINES C54-CUTOFF-DATE
                                     PIC X(08).
       01  C54-DEADLINE-DATE         PIC 9(08).
       01  C54-DEADLINE-DATE-X REDEFINES C54-DEADLINE-DATE
                                     PIC X(08).
       01  C54-REVOKED-COUNT         PIC 9(05) COMP VALUE 0.
       01  C54-UNUSED-COUNT          PIC 9(05) COMP VALUE 0.
       01  C54-INACTIVE-COUNT        PIC 9(05) COMP VALUE 0.
       01  C54-CARD-COUNT            PIC 9(05) COMP VALUE 0.
       01  C54-EDIT-COUNT            PIC ZZ,ZZ9.

      *    The activity being posted: whose, when, from which log,
      *    and the flag position it used (zero for none).
       01  C54-POST-USER             PIC X(08).
       01  C54-POST-DATE             PIC X(08).
       01  C54-POST-SOURCE           PIC X(08).
       01  C54-POST-FLAG             PIC 9(01).

      *    Flag positions, in the order the CPYRCT card shows them.
       01  C54-FLAG-LETTERS          PIC X(07) VALUE "ACDEIKU".
       01  C54-FLAG-LETTER-TABLE REDEFINES C54-FLAG-LETTERS.
           05  C54-FLAG-LETTER       PIC X(01) OCCURS 7 TIMES.
       01  C54-FLAG-IDX              PIC 9(01) COMP.
       01  C54-HELD-DISPLAY          PIC X(07).
       01  C54-UNUSED-DISPLAY        PIC X(07).

      *    Every active user, in USERAUTH key order, with the flags
      *    held and used ('Y'/'N' by position) and the latest date
      *    seen; a user still unseen at the end has no activity on
      *    any of the logs.
       01  C54-USER-MAX              PIC 9(03) COMP VALUE 500.
       01  C54-USER-COUNT            PIC 9(03) COMP VALUE 0.
       01  C54-USER-IDX              PIC 9(03) COMP VALUE 0.
       01  C54-USER-OVERFLOW-SW      PIC X(01) VALUE 'N'.
           88  C54-USER-OVERFLOW                VALUE 'Y'.
       01  C54-USER-TABLE.
           05  C54-USER-ENTRY        OCCURS 500 TIMES.
               10  C54-UT-USER-ID    PIC X(08).
               10  C54-UT-HELD       PIC X(07).
               10  C54-UT-USED       PIC X(07).
               10  C54-UT-LAST-DATE  PIC X(08).
               10  C54-UT-LAST-SOURCE
                                     PIC X(08).

       01  C54-RPT-HEADING.
           05  FILLER                PIC X(33)
               VALUE "USERAUTH ACCESS RECERTIFICATION ".
           05  FILLER                PIC X(09) VALUE "RUN DATE ".
           05  C54-HDG-DATE          PIC 9(08).
           05  FILLER                PIC X(15)
               VALUE "  ANSWERS DUE ".
           05  C54-HDG-DEADLINE      PIC 9(08).
           05  FILLER                PIC X(60) VALUE SPACES.
       01  C54-RPT-LEGEND.
           05  FILLER                PIC X(46) VALUE
               "FLAGS: A REF ADD  C REF CHANGE  D REF DELETE  ".
           05  FILLER                PIC X(50) VALUE
               "E ONLINE ENTRY  I INQUIRY  K CORRECTION  U UNMASK".
           05  FILLER                PIC X(37) VALUE SPACES.
       01  C54-RPT-COLUMNS.
           05  FILLER                PIC X(56) VALUE
               "USER ID   HELD     NEVER USED  LAST ACTIVITY  SEEN ON".
           05  FILLER                PIC X(77) VALUE SPACES.
       01  C54-RPT-DETAIL.
           05  C54-DL-USER-ID        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C54-DL-HELD           PIC X(07).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C54-DL-UNUSED         PIC X(07).
           05  FILLER                PIC X(05) VALUE SPACES.
           05  C54-DL-LAST-DATE      PIC X(13).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C54-DL-LAST-SOURCE    PIC X(08).
           05  FILLER                PIC X(79) VALUE SPACES.
       01  C54-RPT-TOTAL-LINE.
           05  C54-TOT-LABEL         PIC X(40).
           05  C54-TOT-COUNT         PIC ZZ,ZZ9.
           05  FILLER                PIC X(87) VALUE SPACES.

       LINKAGE SECTION.
       01  C54-JCL-PARM.
           05  C54-JCL-PARM-LEN       PIC S9(4) COMP.
           05  C54-JCL-PARM-TEXT      PIC X(20).

       PROCEDURE DIVISION USING C54-JCL-PARM.
           PERFORM 1000-initialize.
           PERFORM 2000-load-users.
           IF RETURN-CODE < 12
               PERFORM 3000-scan-seclog
               PERFORM 4000-scan-tranlog
               PERFORM 5000-scan-refaudit
               PERFORM 6000-report-users
               PERFORM 7000-report-inactive-users
           END-IF.
           PERFORM 9000-terminate.
           GOBACK.

       1000-initialize.
           ACCEPT C54-RUN-DATE FROM DATE YYYYMMDD.
           IF C54-JCL-PARM-LEN >= 3
               AND C54-JCL-PARM-TEXT (1:3) IS NUMERIC
               MOVE C54-JCL-PARM-TEXT (1:3) TO C54-WINDOW-DAYS
           END-IF.
           IF C54-JCL-PARM-LEN >= 7
               AND C54-JCL-PARM-TEXT (4:1) = ","
               AND C54-JCL-PARM-TEXT (5:3) IS NUMERIC
               MOVE C54-JCL-PARM-TEXT (5:3) TO C54-ANSWER-DAYS
           END-IF.
           COMPUTE C54-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (C54-RUN-DATE)
               - C54-WINDOW-DAYS.
           COMPUTE C54-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER (C54-DATE-INTEGER).
           COMPUTE C54-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (C54-RUN-DATE)
               + C54-ANSWER-DAYS.
           COMPUTE C54-DEADLINE-DATE =
               FUNCTION DATE-OF-INTEGER (C54-DATE-INTEGER).
           OPEN OUTPUT CERTRPT-FILE.
           IF C54-RPT-STATUS NOT = "00"
               DISPLAY "c000054 - ERROR: UNABLE TO OPEN CERTRPT, "
                   "STATUS " C54-RPT-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT CERTDECK-FILE.
           IF C54-DECK-STATUS NOT = "00"
               DISPLAY "c000054 - ERROR: UNABLE TO OPEN CERTDECK, "
                   "STATUS " C54-DECK-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

       2000-load-users.
      *    Revoked users keep their records but have nothing left
      *    to certify.
           MOVE 'N' TO C54-EOF-SWITCH.
           OPEN INPUT USERAUTH-FILE.
           IF C54-USERAUTH-STATUS = "00"
               PERFORM 2100-load-one-user UNTIL C54-AT-END
               CLOSE USERAUTH-FILE
           ELSE
               DISPLAY "c000054 - ERROR: USERAUTH NOT AVAILABLE, "
                   "STATUS " C54-USERAUTH-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

       2100-load-one-user.
           READ USERAUTH-FILE NEXT
               AT END
                   SET C54-AT-END TO TRUE
               NOT AT END
                   IF NOT UA-ACTIVE
                       ADD 1 TO C54-REVOKED-COUNT
                   ELSE
                       IF C54-USER-COUNT < C54-USER-MAX
                           ADD 1 TO C54-USER-COUNT
                           PERFORM 2200-store-user
                       ELSE
                           SET C54-USER-OVERFLOW TO TRUE
                           SET C54-AT-END TO TRUE
                       END-IF
                   END-IF
           END-READ.

       2200-store-user.
           MOVE UA-USER-ID TO C54-UT-USER-ID (C54-USER-COUNT).
           MOVE "NNNNNNN" TO C54-UT-HELD (C54-USER-COUNT).
           MOVE "NNNNNNN" TO C54-UT-USED (C54-USER-COUNT).
           MOVE SPACES TO C54-UT-LAST-DATE (C54-USER-COUNT).
           MOVE SPACES TO C54-UT-LAST-SOURCE (C54-USER-COUNT).
           IF UA-REFFILE-ADD = 'Y'
               MOVE 'Y' TO C54-UT-HELD (C54-USER-COUNT) (1:1)
           END-IF.
           IF UA-REFFILE-CHANGE = 'Y'
               MOVE 'Y' TO C54-UT-HELD (C54-USER-COUNT) (2:1)
           END-IF.
           IF UA-REFFILE-DELETE = 'Y'
               MOVE 'Y' TO C54-UT-HELD (C54-USER-COUNT) (3:1)
           END-IF.
           IF UA-ONLINE-ENTRY = 'Y'
               MOVE 'Y' TO C54-UT-HELD (C54-USER-COUNT) (4:1)
           END-IF.
           IF UA-INQUIRY = 'Y'
               MOVE 'Y' TO C54-UT-HELD (C54-USER-COUNT) (5:1)
           END-IF.
           IF UA-CORRECTION = 'Y'
               MOVE 'Y' TO C54-UT-HELD (C54-USER-COUNT) (6:1)
           END-IF.
           IF UA-UNMASK = 'Y'
               MOVE 'Y' TO C54-UT-HELD (C54-USER-COUNT) (7:1)
           END-IF.

       3000-scan-seclog.
           MOVE 'N' TO C54-EOF-SWITCH.
           OPEN INPUT SECLOG-FILE.
           IF C54-SECLOG-STATUS = "00"
               PERFORM 3100-read-seclog UNTIL C54-AT-END
               CLOSE SECLOG-FILE
           ELSE
               DISPLAY "c000054 - WARNING: SECLOG NOT AVAILABLE, "
                   "STATUS " C54-SECLOG-STATUS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       3100-read-seclog.
      *    A denied check still shows the user is about; only a
      *    granted one counts as using the flag.
           READ SECLOG-FILE
               AT END
                   SET C54-AT-END TO TRUE
               NOT AT END
                   MOVE SC-USER-ID TO C54-POST-USER
                   MOVE SC-LOG-DATE TO C54-POST-DATE
                   MOVE "SECLOG" TO C54-POST-SOURCE
                   MOVE 0 TO C54-POST-FLAG
                   IF SC-GRANTED
                       EVALUATE TRUE
                           WHEN SC-FUNC-REF-ADD
                               MOVE 1 TO C54-POST-FLAG
                           WHEN SC-FUNC-REF-CHANGE
                               MOVE 2 TO C54-POST-FLAG
                           WHEN SC-FUNC-REF-DELETE
                               MOVE 3 TO C54-POST-FLAG
                           WHEN SC-FUNC-ONLINE-ENTRY
                               MOVE 4 TO C54-POST-FLAG
                           WHEN SC-FUNC-INQUIRY
                           WHEN SC-FUNC-QA-SIGNOFF
                               MOVE 5 TO C54-POST-FLAG
                           WHEN SC-FUNC-CORRECTION
                               MOVE 6 TO C54-POST-FLAG
                           WHEN SC-FUNC-UNMASK
                               MOVE 7 TO C54-POST-FLAG
                       END-EVALUATE
                   END-IF
                   PERFORM 3900-post-activity
           END-READ.

       3900-post-activity.
           MOVE 'N' TO C54-FOUND-SWITCH.
           PERFORM 3910-match-user
               VARYING C54-USER-IDX FROM 1 BY 1
               UNTIL C54-USER-IDX > C54-USER-COUNT
                   OR C54-FOUND.
           IF C54-FOUND
               IF C54-POST-DATE > C54-UT-LAST-DATE (C54-USER-IDX)
                   MOVE C54-POST-DATE
                       TO C54-UT-LAST-DATE (C54-USER-IDX)
                   MOVE C54-POST-SOURCE
                       TO C54-UT-LAST-SOURCE (C54-USER-IDX)
               END-IF
               IF C54-POST-FLAG > 0
                   MOVE 'Y' TO C54-UT-USED (C54-USER-IDX)
                       (C54-POST-FLAG:1)
               END-IF
           END-IF.

       3910-match-user.
           IF C54-UT-USER-ID (C54-USER-IDX) = C54-POST-USER
               SET C54-FOUND TO TRUE
      *        The VARYING adds one more before the UNTIL test sees
      *        the switch, so step back to the matched slot.
               SUBTRACT 1 FROM C54-USER-IDX
           END-IF.

       4000-scan-tranlog.
           MOVE 'N' TO C54-EOF-SWITCH.
           OPEN INPUT TRANLOG-FILE.
           IF C54-TRANLOG-STATUS = "00"
               PERFORM 4100-read-tranlog UNTIL C54-AT-END
               CLOSE TRANLOG-FILE
           ELSE
               DISPLAY "c000054 - WARNING: TRANLOG NOT AVAILABLE, "
                   "STATUS " C54-TRANLOG-STATUS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       4100-read-tranlog.
      *    Only an entry keyed at a terminal exercises the online
      *    entry flag; a batch entry carries the submitting user.
           READ TRANLOG-FILE
               AT END
                   SET C54-AT-END TO TRUE
               NOT AT END
                   IF TL-USER-ID NOT = SPACES
                       MOVE TL-USER-ID TO C54-POST-USER
                       MOVE TL-LOG-DATE TO C54-POST-DATE
                       MOVE "TRANLOG" TO C54-POST-SOURCE
                       IF TL-TERMINAL-ID NOT = SPACES
                           MOVE 4 TO C54-POST-FLAG
                       ELSE
                           MOVE 0 TO C54-POST-FLAG
                       END-IF
                       PERFORM 3900-post-activity
                   END-IF
           END-READ.

       5000-scan-refaudit.
           MOVE 'N' TO C54-EOF-SWITCH.
           OPEN INPUT REFAUDIT-FILE.
           IF C54-AUDIT-STATUS = "00"
               PERFORM 5100-read-refaudit UNTIL C54-AT-END
               CLOSE REFAUDIT-FILE
           ELSE
               DISPLAY "c000054 - WARNING: REFAUDIT NOT AVAILABLE, "
                   "STATUS " C54-AUDIT-STATUS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       5100-read-refaudit.
      *    INACT is checked against the delete flag, as c000006
      *    checks it.
           READ REFAUDIT-FILE
               AT END
                   SET C54-AT-END TO TRUE
               NOT AT END
                   MOVE AU-USER-ID TO C54-POST-USER
                   MOVE AU-AUDIT-DATE TO C54-POST-DATE
                   MOVE "REFAUDIT" TO C54-POST-SOURCE
                   MOVE 0 TO C54-POST-FLAG
                   IF NOT AU-RESULT-REJECTED
                       EVALUATE AU-ACTION
                           WHEN "ADD"
                               MOVE 1 TO C54-POST-FLAG
                           WHEN "CHANGE"
                               MOVE 2 TO C54-POST-FLAG
                           WHEN "DELETE"
                           WHEN "INACT"
                               MOVE 3 TO C54-POST-FLAG
                       END-EVALUATE
                   END-IF
                   PERFORM 3900-post-activity
           END-READ.

       6000-report-users.
           MOVE C54-RUN-DATE TO C54-HDG-DATE.
           MOVE C54-DEADLINE-DATE TO C54-HDG-DEADLINE.
           WRITE RPT-LINE FROM C54-RPT-HEADING.
           WRITE RPT-LINE FROM C54-RPT-LEGEND.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "ACTIVE USERS FOR CERTIFICATION" TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM C54-RPT-COLUMNS.
           PERFORM 6100-report-one-user
               VARYING C54-USER-IDX FROM 1 BY 1
               UNTIL C54-USER-IDX > C54-USER-COUNT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO C54-RPT-TOTAL-LINE.
           MOVE "ACTIVE USERS TO CERTIFY" TO C54-TOT-LABEL.
           MOVE C54-USER-COUNT TO C54-TOT-COUNT.
           WRITE RPT-LINE FROM C54-RPT-TOTAL-LINE.
           MOVE "  WITH FLAGS NEVER USED" TO C54-TOT-LABEL.
           MOVE C54-UNUSED-COUNT TO C54-TOT-COUNT.
           WRITE RPT-LINE FROM C54-RPT-TOTAL-LINE.
           MOVE "REVOKED USERS (NOT CERTIFIED)" TO C54-TOT-LABEL.
           MOVE C54-REVOKED-COUNT TO C54-TOT-COUNT.
           WRITE RPT-LINE FROM C54-RPT-TOTAL-LINE.
           IF C54-USER-OVERFLOW
               MOVE "(USER TABLE FULL - LIST INCOMPLETE)"
                   TO C54-TOT-LABEL
               MOVE ZERO TO C54-TOT-COUNT
               WRITE RPT-LINE FROM C54-RPT-TOTAL-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       6100-report-one-user.
           PERFORM 6200-format-flags.
           IF C54-UNUSED-DISPLAY NOT = "-------"
               ADD 1 TO C54-UNUSED-COUNT
           END-IF.
           PERFORM 6300-write-detail.
           MOVE SPACES TO RECERT-CARD.
           MOVE C54-UT-USER-ID (C54-USER-IDX) TO RT-USER-ID.
           MOVE C54-HELD-DISPLAY TO RT-FLAGS-HELD.
           MOVE C54-UNUSED-DISPLAY TO RT-FLAGS-UNUSED.
           MOVE C54-UT-LAST-DATE (C54-USER-IDX) TO RT-LAST-ACTIVITY.
           MOVE C54-DEADLINE-DATE-X TO RT-DEADLINE-DATE.
           MOVE C54-RUN-DATE-X TO RT-ISSUE-DATE.
           WRITE RECERT-CARD.
           ADD 1 TO C54-CARD-COUNT.

       6200-format-flags.
      *    Held flags show their letter; an unused one shows it in
      *    the second column as well.
           MOVE "-------" TO C54-HELD-DISPLAY C54-UNUSED-DISPLAY.
           PERFORM 6210-format-one-flag
               VARYING C54-FLAG-IDX FROM 1 BY 1
               UNTIL C54-FLAG-IDX > 7.

       6210-format-one-flag.
           IF C54-UT-HELD (C54-USER-IDX) (C54-FLAG-IDX:1) = 'Y'
               MOVE C54-FLAG-LETTER (C54-FLAG-IDX)
                   TO C54-HELD-DISPLAY (C54-FLAG-IDX:1)
               IF C54-UT-USED (C54-USER-IDX) (C54-FLAG-IDX:1) = 'N'
                   MOVE C54-FLAG-LETTER (C54-FLAG-IDX)
                       TO C54-UNUSED-DISPLAY (C54-FLAG-IDX:1)
               END-IF
           END-IF.

       6300-write-detail.
           MOVE C54-UT-USER-ID (C54-USER-IDX) TO C54-DL-USER-ID.
           MOVE C54-HELD-DISPLAY TO C54-DL-HELD.
           MOVE C54-UNUSED-DISPLAY TO C54-DL-UNUSED.
           IF C54-UT-LAST-DATE (C54-USER-IDX) = SPACES
               MOVE "NONE ON FILE" TO C54-DL-LAST-DATE
           ELSE
               MOVE C54-UT-LAST-DATE (C54-USER-IDX)
                   TO C54-DL-LAST-DATE
           END-IF.
           MOVE C54-UT-LAST-SOURCE (C54-USER-IDX)
               TO C54-DL-LAST-SOURCE.
           WRITE RPT-LINE FROM C54-RPT-DETAIL.

       7000-report-inactive-users.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "USERS WITH NO ACTIVITY IN THE WINDOW - NOT SEEN SINCE"
               TO RPT-LINE.
           MOVE C54-CUTOFF-DATE-X TO RPT-LINE (55:8).
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM C54-RPT-COLUMNS.
           PERFORM 7100-check-one-user
               VARYING C54-USER-IDX FROM 1 BY 1
               UNTIL C54-USER-IDX > C54-USER-COUNT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO C54-RPT-TOTAL-LINE.
           MOVE "USERS INACTIVE IN THE WINDOW" TO C54-TOT-LABEL.
           MOVE C54-INACTIVE-COUNT TO C54-TOT-COUNT.
           WRITE RPT-LINE FROM C54-RPT-TOTAL-LINE.

       7100-check-one-user.
           IF C54-UT-LAST-DATE (C54-USER-IDX) < C54-CUTOFF-DATE-X
               ADD 1 TO C54-INACTIVE-COUNT
               PERFORM 6200-format-flags
               PERFORM 6300-write-detail
           END-IF.

       9000-terminate.
           CLOSE CERTRPT-FILE CERTDECK-FILE.
           MOVE C54-USER-COUNT TO C54-EDIT-COUNT.
           DISPLAY "c000054 - ACTIVE USERS LISTED:   " C54-EDIT-COUNT.
           MOVE C54-CARD-COUNT TO C54-EDIT-COUNT.
           DISPLAY "c000054 - CERTIFICATION CARDS:   " C54-EDIT-COUNT.
           MOVE C54-UNUSED-COUNT TO C54-EDIT-COUNT.
           DISPLAY "c000054 - WITH UNUSED FLAGS:     " C54-EDIT-COUNT.
           MOVE C54-INACTIVE-COUNT TO C54-EDIT-COUNT.
           DISPLAY "c000054 - INACTIVE IN WINDOW:    " C54-EDIT-COUNT.
           DISPLAY "c000054 - ANSWERS DUE BY:        "
               C54-DEADLINE-DATE-X.
