       IDENTIFICATION DIVISION.
       PROGRAM-ID. c000035.
      *
      * Daily REFFILE pending-change listing and expiry sweep - the
      * checker's worklist for the two-person maintenance rule.
      * Every change requested through the DL100F cards (c000006)
      * or the DL12 screen (c000026) waits on the REFPEND KSDS
      * (copybook CPYRPD) until a second user approves it with an
      * APPROV card.  This pass reads the whole pending file in
      * code order and lists each change with its requester, the
      * door it came through, and its age in days.
      *
      * A change left unapproved longer than the expiry limit is
      * removed from the pending file and never applies: the
      * expiry is written to REFAUDIT (result EXPIRED) and to
      * SECLOG (function V, under the system user *AUTO* with the
      * requester named in the detail) so the audit trail shows
      * the request ending as clearly as it began, without the
      * expiry reading as a denial or as the requester's own
      * activity.  The requester must ask again if the change is
      * still wanted.
      *
      * PARM='NNN' SETS THE EXPIRY LIMIT IN DAYS (DEFAULT 7).
      * RC=4 WHEN ANY CHANGE EXPIRED THIS RUN.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFPEND-FILE ASSIGN TO "REFPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-CODE
               FILE STATUS IS C35-PEND-STATUS.
           SELECT REFAUDIT-FILE ASSIGN TO "REFAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C35-AUDIT-STATUS.
           SELECT SECLOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C35-SECLOG-STATUS.
           SELECT PENDRPT-FILE ASSIGN TO "PENDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C35-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFPEND-FILE
           RECORDING MODE IS F.
           COPY CPYRPD.

       FD  REFAUDIT-FILE
           RECORDING MODE IS F.
           COPY CPYRAU.

       FD  SECLOG-FILE
           RECORDING MODE IS F.
           COPY CPYSEC.

       FD  PENDRPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                  PIC X(133).

       WORKING-STORAGE SECTION.
       01  C35-PEND-STATUS           PIC X(02).
       01  C35-AUDIT-STATUS          PIC X(02).
       01  C35-SECLOG-STATUS         PIC X(02).
       01  C35-RPT-STATUS            PIC X(02).
       01  C35-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  C35-AT-END                       VALUE 'Y'.
       01  C35-PEND-OPEN-SWITCH      PIC X(01) VALUE 'N'.
           88  C35-PEND-OPENED                  VALUE 'Y'.
       01  C35-AUDIT-OPEN-SWITCH     PIC X(01) VALUE 'N'.
           88  C35-AUDIT-OPENED                 VALUE 'Y'.
       01  C35-SECLOG-OPEN-SWITCH    PIC X(01) VALUE 'N'.
           88  C35-SECLOG-OPENED                VALUE 'Y'.
       01  C35-RPT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
           88  C35-RPT-OPENED                   VALUE 'Y'.
       01  C35-RUN-DATE              PIC 9(08).
       01  C35-CURRENT-TIME          PIC 9(08).
       01  C35-EXPIRY-DAYS           PIC 9(03) COMP VALUE 7.
       01  C35-TODAY-INTEGER         PIC 9(08) COMP.
       01  C35-REQUEST-INTEGER       PIC 9(08) COMP.
       01  C35-DAYS-WAITING          PIC S9(05) COMP.
       01  C35-DATE-WORK             PIC 9(08).
       01  C35-WAITING-COUNT         PIC 9(05) COMP VALUE 0.
       01  C35-EXPIRED-COUNT         PIC 9(05) COMP VALUE 0.
       01  C35-EDIT-COUNT            PIC ZZ,ZZ9.

       01  C35-RPT-HEADING.
           05  FILLER                PIC X(36)
               VALUE "REFFILE CHANGES AWAITING APPROVAL  ".
           05  C35-HDG-DATE          PIC 9(08).
           05  FILLER                PIC X(16)
               VALUE "  EXPIRY LIMIT ".
           05  C35-HDG-DAYS          PIC ZZ9.
           05  FILLER                PIC X(05) VALUE " DAYS".
           05  FILLER                PIC X(65) VALUE SPACES.
       01  C35-RPT-COLUMNS.
           05  FILLER                PIC X(07) VALUE "ACTION ".
           05  FILLER                PIC X(41) VALUE "CODE".
           05  FILLER                PIC X(09) VALUE "CATEGORY ".
           05  FILLER                PIC X(09) VALUE "REQ BY   ".
           05  FILLER                PIC X(09) VALUE "REQ DATE ".
           05  FILLER                PIC X(09) VALUE "VIA      ".
           05  FILLER                PIC X(05) VALUE "TERM ".
           05  FILLER                PIC X(06) VALUE "DAYS  ".
           05  FILLER                PIC X(38) VALUE "STATE".
       01  C35-RPT-DETAIL.
           05  C35-DTL-ACTION        PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C35-DTL-CODE          PIC X(40).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C35-DTL-CATEGORY      PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C35-DTL-USER          PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C35-DTL-DATE          PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C35-DTL-PROGRAM       PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C35-DTL-TERMINAL      PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C35-DTL-DAYS          PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C35-DTL-STATE         PIC X(20).
           05  FILLER                PIC X(18) VALUE SPACES.
       01  C35-RPT-TOTAL-LINE.
           05  C35-TOT-LABEL         PIC X(30).
           05  C35-TOT-COUNT         PIC ZZ,ZZ9.
           05  FILLER                PIC X(97) VALUE SPACES.

       LINKAGE SECTION.
       01  C35-JCL-PARM.
           05  C35-JCL-PARM-LEN       PIC S9(4) COMP.
           05  C35-JCL-PARM-TEXT      PIC X(20).

       PROCEDURE DIVISION USING C35-JCL-PARM.
           PERFORM 1000-initialize.
           PERFORM 2000-review-pending UNTIL C35-AT-END.
           PERFORM 3000-print-totals.
           PERFORM 9000-terminate.
           GOBACK.

       1000-initialize.
           ACCEPT C35-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT C35-CURRENT-TIME FROM TIME.
           IF C35-JCL-PARM-LEN >= 3
               AND C35-JCL-PARM-TEXT (1:3) IS NUMERIC
               MOVE C35-JCL-PARM-TEXT (1:3) TO C35-EXPIRY-DAYS
           END-IF.
           COMPUTE C35-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (C35-RUN-DATE).
           OPEN OUTPUT PENDRPT-FILE.
           IF C35-RPT-STATUS = "00"
               SET C35-RPT-OPENED TO TRUE
               MOVE C35-RUN-DATE TO C35-HDG-DATE
               MOVE C35-EXPIRY-DAYS TO C35-HDG-DAYS
               WRITE RPT-LINE FROM C35-RPT-HEADING
               WRITE RPT-LINE FROM C35-RPT-COLUMNS
           ELSE
               DISPLAY "c000035 - ERROR: UNABLE TO OPEN PENDRPT, "
                   "STATUS " C35-RPT-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.
      *    No pending file yet is a clean install with nothing ever
      *    requested - the listing still prints, saying so.
           OPEN I-O REFPEND-FILE.
           IF C35-PEND-STATUS = "00"
               SET C35-PEND-OPENED TO TRUE
           ELSE
               IF C35-PEND-STATUS NOT = "35"
                   DISPLAY "c000035 - ERROR: UNABLE TO OPEN REFPEND, "
                       "STATUS " C35-PEND-STATUS
                   MOVE 12 TO RETURN-CODE
               END-IF
               SET C35-AT-END TO TRUE
           END-IF.
           OPEN EXTEND REFAUDIT-FILE.
           IF C35-AUDIT-STATUS = "35"
               OPEN OUTPUT REFAUDIT-FILE
           END-IF.
           IF C35-AUDIT-STATUS = "00"
               SET C35-AUDIT-OPENED TO TRUE
           ELSE
               DISPLAY "c000035 - WARNING: REFAUDIT NOT AVAILABLE, "
                   "STATUS " C35-AUDIT-STATUS
           END-IF.
           OPEN EXTEND SECLOG-FILE.
           IF C35-SECLOG-STATUS = "35"
               OPEN OUTPUT SECLOG-FILE
           END-IF.
           IF C35-SECLOG-STATUS = "00"
               SET C35-SECLOG-OPENED TO TRUE
           ELSE
               DISPLAY "c000035 - WARNING: SECLOG NOT AVAILABLE, "
                   "STATUS " C35-SECLOG-STATUS
           END-IF.

       2000-review-pending.
           READ REFPEND-FILE NEXT
               AT END
                   SET C35-AT-END TO TRUE
               NOT AT END
                   PERFORM 2100-age-one-change
           END-READ.

       2100-age-one-change.
           MOVE 0 TO C35-DAYS-WAITING.
           IF RP-REQUEST-DATE IS NUMERIC
               MOVE RP-REQUEST-DATE TO C35-DATE-WORK
               IF C35-DATE-WORK > 0
                   COMPUTE C35-REQUEST-INTEGER =
                       FUNCTION INTEGER-OF-DATE (C35-DATE-WORK)
                   COMPUTE C35-DAYS-WAITING =
                       C35-TODAY-INTEGER - C35-REQUEST-INTEGER
               END-IF
           END-IF.
           MOVE RP-ACTION TO C35-DTL-ACTION.
           MOVE RP-CODE (1:40) TO C35-DTL-CODE.
           MOVE RP-CATEGORY TO C35-DTL-CATEGORY.
           MOVE RP-REQUEST-USER TO C35-DTL-USER.
           MOVE RP-REQUEST-DATE TO C35-DTL-DATE.
           MOVE RP-REQUEST-PROGRAM TO C35-DTL-PROGRAM.
           MOVE RP-TERMINAL-ID TO C35-DTL-TERMINAL.
           MOVE C35-DAYS-WAITING TO C35-DTL-DAYS.
           IF C35-DAYS-WAITING > C35-EXPIRY-DAYS
               PERFORM 2200-expire-change
           ELSE
               ADD 1 TO C35-WAITING-COUNT
               MOVE "AWAITING APPROVAL" TO C35-DTL-STATE
           END-IF.
           IF C35-RPT-OPENED
               WRITE RPT-LINE FROM C35-RPT-DETAIL
           END-IF.

       2200-expire-change.
           DELETE REFPEND-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF C35-PEND-STATUS = "00"
               ADD 1 TO C35-EXPIRED-COUNT
               MOVE "*** EXPIRED ***" TO C35-DTL-STATE
               PERFORM 2300-audit-expiry
               PERFORM 2400-log-expiry
           ELSE
               DISPLAY "c000035 - ERROR: REFPEND DELETE FAILED, "
                   "STATUS " C35-PEND-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE "EXPIRY FAILED" TO C35-DTL-STATE
           END-IF.

       2300-audit-expiry.
           IF C35-AUDIT-OPENED
               MOVE RP-ACTION TO AU-ACTION
               MOVE RP-CODE TO AU-CODE
               MOVE RP-REQUEST-USER TO AU-USER-ID
               MOVE C35-RUN-DATE TO AU-AUDIT-DATE
               ACCEPT C35-CURRENT-TIME FROM TIME
               MOVE C35-CURRENT-TIME TO AU-AUDIT-TIME
               MOVE "EXPIRED" TO AU-RESULT
               MOVE SPACES TO AU-REASON
               STRING "UNAPPROVED AFTER " DELIMITED BY SIZE
                   C35-HDG-DAYS DELIMITED BY SIZE
                   " DAYS" DELIMITED BY SIZE
                   INTO AU-REASON
               WRITE REFAUDIT-RECORD
               IF C35-AUDIT-STATUS NOT = "00"
                   DISPLAY "c000035 - WARNING: REFAUDIT WRITE "
                       "FAILED, STATUS " C35-AUDIT-STATUS
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

       2400-log-expiry.
           IF C35-SECLOG-OPENED
               SET SC-USER-AUTO TO TRUE
               SET SC-FUNC-REF-APPROVE TO TRUE
               SET SC-GRANTED TO TRUE
               MOVE 'c000035' TO SC-PROGRAM
               MOVE SPACES TO SC-TERMINAL-ID
               MOVE C35-RUN-DATE TO SC-LOG-DATE
               MOVE C35-CURRENT-TIME TO SC-LOG-TIME
               MOVE SPACES TO SC-DETAIL
               STRING "EXPIRE " DELIMITED BY SIZE
                   RP-ACTION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RP-REQUEST-USER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RP-CODE (1:27) DELIMITED BY SIZE
                   INTO SC-DETAIL
               WRITE SECLOG-RECORD
               IF C35-SECLOG-STATUS NOT = "00"
                   DISPLAY "c000035 - WARNING: SECLOG WRITE "
                       "FAILED, STATUS " C35-SECLOG-STATUS
                       " - NO FURTHER EXPIRIES LOGGED THIS RUN"
                   CLOSE SECLOG-FILE
                   MOVE 'N' TO C35-SECLOG-OPEN-SWITCH
               END-IF
           END-IF.

       3000-print-totals.
           IF C35-RPT-OPENED
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO C35-RPT-TOTAL-LINE
               IF C35-WAITING-COUNT = 0 AND C35-EXPIRED-COUNT = 0
                   MOVE "NO CHANGES PENDING" TO C35-TOT-LABEL
                   WRITE RPT-LINE FROM C35-RPT-TOTAL-LINE
               ELSE
                   MOVE "CHANGES AWAITING APPROVAL" TO C35-TOT-LABEL
                   MOVE C35-WAITING-COUNT TO C35-TOT-COUNT
                   WRITE RPT-LINE FROM C35-RPT-TOTAL-LINE
                   MOVE "CHANGES EXPIRED THIS RUN" TO C35-TOT-LABEL
                   MOVE C35-EXPIRED-COUNT TO C35-TOT-COUNT
                   WRITE RPT-LINE FROM C35-RPT-TOTAL-LINE
               END-IF
           END-IF.

       9000-terminate.
           IF C35-PEND-OPENED
               CLOSE REFPEND-FILE
           END-IF.
           IF C35-AUDIT-OPENED
               CLOSE REFAUDIT-FILE
           END-IF.
           IF C35-SECLOG-OPENED
               CLOSE SECLOG-FILE
           END-IF.
           IF C35-RPT-OPENED
               CLOSE PENDRPT-FILE
           END-IF.
           IF C35-EXPIRED-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE C35-WAITING-COUNT TO C35-EDIT-COUNT.
           DISPLAY "c000035 - CHANGES AWAITING APPROVAL: "
               C35-EDIT-COUNT.
           MOVE C35-EXPIRED-COUNT TO C35-EDIT-COUNT.
           DISPLAY "c000035 - CHANGES EXPIRED:           "
               C35-EDIT-COUNT.
