       IDENTIFICATION DIVISION.
       PROGRAM-ID. c000047.
      *
      * Automatic release of suspense items a reference change has
      * made good.  A value c000003 rejected because REFFILE did not
      * know it (reason REF) or had it out of service (INAC) sits on
      * the SUSPFILE journal until someone notices the code has
      * since been added or put back in service.  This matching
      * step runs after every REFFILE change and does the noticing:
      * it replays the journal the way c000022 does (newest record
      * per item is its status), looks each open REF or INAC item's
      * value up on REFFILE with the same in-service rule c000001
      * applies - on file, not inactive, effective, not expired -
      * and releases every item whose value now passes.
      *
      * A release writes the item's record as last rejected (the
      * full SUSPFILE layout, reason, run date and record number
      * included) to SUSPIN, so the next PARM='REPROC' run of
      * c000003 puts it back through validation, and appends the
      * C status record to SUSPFILE under the system user *AUTO*.
      * c000022 flags an item so corrected as automatically
      * released, and each release is logged to SECLOG under the
      * same user so the c000020 security report shows it as
      * automatic.  An item already corrected onto SUSPIN (status
      * C) is waiting for its reprocess run and is left alone, so
      * a rerun never queues an item twice.
      *
      * The RELRPT listing shows each release with the REFAUDIT
      * entry that made the value good - the latest approved (or
      * pre-approval applied) change to that code - and totals
      * what was examined, released and left open.  Values are
      * printed through the c000041 masking service.
      *
      * RC=0 RUN COMPLETE (WITH OR WITHOUT RELEASES); RC=4 REFAUDIT
      * COULD NOT BE READ - RELEASES MADE BUT NOT TIED TO THEIR
      * APPROVAL ON THE LISTING; RC=12 REFFILE, SUSPIN OR THE
      * SUSPFILE EXTEND NOT AVAILABLE, OR A RELEASE WRITE FAILED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPFILE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C47-SUSP-STATUS.
           SELECT SUSPIN-FILE ASSIGN TO "SUSPIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C47-SUSPIN-STATUS.
           SELECT REFFILE-FILE ASSIGN TO "REFFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REF-CODE
               FILE STATUS IS C47-REFFILE-STATUS.
           SELECT REFAUDIT-FILE ASSIGN TO "REFAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C47-AUDIT-STATUS.
           SELECT SECLOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C47-SECLOG-STATUS.
           SELECT RELRPT-FILE ASSIGN TO "RELRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C47-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPFILE-FILE
           RECORDING MODE IS F.
           COPY CPYSUS.

      * Same layout as SUSPFILE - c000003 reads it that way.
       FD  SUSPIN-FILE
           RECORDING MODE IS F.
       01  SUSPIN-RECORD             PIC X(186).

       FD  REFFILE-FILE
           RECORDING MODE IS F.
           COPY CPYVAL.

       FD  REFAUDIT-FILE
           RECORDING MODE IS F.
           COPY CPYRAU.

       FD  SECLOG-FILE
           RECORDING MODE IS F.
           COPY CPYSEC.

       FD  RELRPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                  PIC X(133).

       WORKING-STORAGE SECTION.
       01  C47-SUSP-STATUS           PIC X(02).
       01  C47-SUSPIN-STATUS         PIC X(02).
       01  C47-REFFILE-STATUS        PIC X(02).
       01  C47-AUDIT-STATUS          PIC X(02).
       01  C47-SECLOG-STATUS         PIC X(02).
       01  C47-RPT-STATUS            PIC X(02).
       01  C47-EOF-SWITCH            PIC X(01).
           88  C47-AT-END                       VALUE 'Y'.
       01  C47-RPT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
           88  C47-RPT-OPENED                   VALUE 'Y'.
       01  C47-REF-OPEN-SWITCH       PIC X(01) VALUE 'N'.
           88  C47-REFFILE-AVAILABLE            VALUE 'Y'.
       01  C47-SECLOG-OPEN-SWITCH    PIC X(01) VALUE 'N'.
           88  C47-SECLOG-OPENED                VALUE 'Y'.
       01  C47-RELEASE-OPEN-SWITCH   PIC X(01) VALUE 'N'.
           88  C47-RELEASE-FILES-OPEN           VALUE 'Y'.
       01  C47-MASK-OPEN-SWITCH      PIC X(01) VALUE 'N'.
           88  C47-MASK-OPENED                  VALUE 'Y'.
       01  C47-AUDIT-READ-SWITCH     PIC X(01) VALUE 'N'.
           88  C47-AUDIT-READ                   VALUE 'Y'.
       01  C47-IN-SERVICE-SWITCH     PIC X(01).
           88  C47-CODE-IN-SERVICE              VALUE 'Y'.
       01  C47-RUN-DATE              PIC 9(08).
       01  C47-RUN-DATE-X REDEFINES C47-RUN-DATE
                                     PIC X(08).
       01  C47-CURRENT-TIME          PIC 9(08).
       01  C47-LOOKUP-VALUE          PIC X(50).
       01  C47-JOURNAL-READ          PIC 9(07) COMP VALUE 0.
       01  C47-EXAMINED-COUNT        PIC 9(05) COMP VALUE 0.
       01  C47-RELEASED-COUNT        PIC 9(05) COMP VALUE 0.
       01  C47-NOT-VALID-COUNT       PIC 9(05) COMP VALUE 0.
       01  C47-WAITING-COUNT         PIC 9(05) COMP VALUE 0.
       01  C47-FAILED-COUNT          PIC 9(05) COMP VALUE 0.
       01  C47-NO-AUDIT-COUNT        PIC 9(05) COMP VALUE 0.
       01  C47-EDIT-COUNT            PIC ZZ,ZZ9.
       01  C47-EDIT-RECORDS          PIC Z,ZZZ,ZZ9.

      * One entry per suspense item, holding the record it was last
      * rejected with (the original N, or the latest re-reject R)
      * - the record a release hands to SUSPIN - and, once
      * released, the code it now passes as and the REFAUDIT entry
      * that made it good.
       01  C47-ITEM-MAX              PIC 9(03) COMP VALUE 500.
       01  C47-ITEM-COUNT            PIC 9(03) COMP VALUE 0.
       01  C47-ITEM-IDX              PIC 9(03) COMP VALUE 0.
       01  C47-ITEM-OVERFLOW-SW      PIC X(01) VALUE 'N'.
           88  C47-ITEM-OVERFLOW                VALUE 'Y'.
       01  C47-ITEM-FOUND-SWITCH     PIC X(01).
           88  C47-ITEM-FOUND                   VALUE 'Y'.
       01  C47-ITEM-TABLE.
           05  C47-ITEM-ENTRY        OCCURS 500 TIMES.
               10  C47-IT-RUN-DATE   PIC X(08).
               10  C47-IT-RECORD-NBR PIC X(07).
               10  C47-IT-REASON     PIC X(04).
               10  C47-IT-STATUS     PIC X(01).
               10  C47-IT-REJECT-RECORD
                                     PIC X(186).
               10  C47-IT-RELEASE-SW PIC X(01).
                   88  C47-IT-RELEASED          VALUE 'Y'.
               10  C47-IT-CODE       PIC X(50).
               10  C47-IT-AU-ACTION  PIC X(06).
               10  C47-IT-AU-RESULT  PIC X(08).
               10  C47-IT-AU-DATE    PIC X(08).
               10  C47-IT-AU-USER    PIC X(08).
               10  C47-IT-AU-REASON  PIC X(30).

      * Work view of the rejected record image: the value that was
      * validated is the NEW value, or the after-value of a COR.
       01  C47-IMAGE-WORK.
           05  C47-IMAGE-TYPE        PIC X(03).
               88  C47-IMAGE-COR                VALUE 'COR'.
           05  C47-IMAGE-VALUE       PIC X(50).
           05  C47-IMAGE-NEW-VALUE   PIC X(50).
           05  FILLER                PIC X(17).

       01  C47-RPT-HEADING.
           05  FILLER                PIC X(43)
               VALUE "SUSPENSE AUTOMATIC RELEASE REPORT RUN DATE ".
           05  C47-HDG-DATE          PIC X(08).
           05  FILLER                PIC X(82) VALUE SPACES.
       01  C47-RPT-COLUMNS.
           05  FILLER                PIC X(09) VALUE "RUN DATE ".
           05  FILLER                PIC X(08) VALUE "RECORD  ".
           05  FILLER                PIC X(05) VALUE "RSN  ".
           05  FILLER                PIC X(03) VALUE "ST ".
           05  FILLER                PIC X(51) VALUE "VALUE".
           05  FILLER                PIC X(07) VALUE "ACTION ".
           05  FILLER                PIC X(09) VALUE "RESULT   ".
           05  FILLER                PIC X(09) VALUE "DATE     ".
           05  FILLER                PIC X(09) VALUE "BY       ".
           05  FILLER                PIC X(23) VALUE "REASON".
       01  C47-RPT-DETAIL.
           05  C47-DTL-RUN-DATE      PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C47-DTL-RECORD-NBR    PIC X(07).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C47-DTL-REASON        PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C47-DTL-STATUS        PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C47-DTL-VALUE         PIC X(50).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C47-DTL-AUDIT.
               10  C47-DTL-AU-ACTION PIC X(06).
               10  FILLER            PIC X(01).
               10  C47-DTL-AU-RESULT PIC X(08).
               10  FILLER            PIC X(01).
               10  C47-DTL-AU-DATE   PIC X(08).
               10  FILLER            PIC X(01).
               10  C47-DTL-AU-USER   PIC X(08).
               10  FILLER            PIC X(01).
               10  C47-DTL-AU-REASON PIC X(22).
           05  FILLER                PIC X(01) VALUE SPACE.
       01  C47-RPT-TOTAL-LINE.
           05  C47-TOT-LABEL         PIC X(40).
           05  C47-TOT-COUNT         PIC ZZ,ZZ9.
           05  FILLER                PIC X(87) VALUE SPACES.

       COPY CPYMSK.

       PROCEDURE DIVISION.
           PERFORM 1000-initialize.
           PERFORM 2000-load-item-table.
           IF C47-REFFILE-AVAILABLE
               PERFORM 3000-release-items
               PERFORM 4000-find-approvals
           END-IF.
           PERFORM 5000-produce-report.
           PERFORM 9000-terminate.
           GOBACK.

       1000-initialize.
           ACCEPT C47-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT RELRPT-FILE.
           IF C47-RPT-STATUS = "00"
               SET C47-RPT-OPENED TO TRUE
               MOVE C47-RUN-DATE-X TO C47-HDG-DATE
               WRITE RPT-LINE FROM C47-RPT-HEADING
           ELSE
               DISPLAY "c000047 - ERROR: UNABLE TO OPEN RELRPT, "
                   "STATUS " C47-RPT-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.
           OPEN INPUT REFFILE-FILE.
           IF C47-REFFILE-STATUS = "00"
               SET C47-REFFILE-AVAILABLE TO TRUE
           ELSE
      *        Without the reference master nothing can be shown to
      *        have become valid, so nothing is released.
               DISPLAY "c000047 - ERROR: REFFILE NOT AVAILABLE, "
                   "STATUS " C47-REFFILE-STATUS
                   " - NOTHING RELEASED"
               MOVE 12 TO RETURN-CODE
           END-IF.
           OPEN EXTEND SECLOG-FILE.
           IF C47-SECLOG-STATUS = "35"
               OPEN OUTPUT SECLOG-FILE
           END-IF.
           IF C47-SECLOG-STATUS = "00"
               SET C47-SECLOG-OPENED TO TRUE
           END-IF.
           SET MK-OPEN TO TRUE.
           MOVE 'c000047' TO MK-CALLER-PROGRAM.
           CALL 'c000041' USING MASK-REQUEST.
           SET C47-MASK-OPENED TO TRUE.

       2000-load-item-table.
      *    Replays the journal in file order - chronological, the
      *    file being append-only - so the last record seen for an
      *    item is its current status.
           MOVE 'N' TO C47-EOF-SWITCH.
           OPEN INPUT SUSPFILE-FILE.
           IF C47-SUSP-STATUS = "00"
               PERFORM 2100-post-journal-record UNTIL C47-AT-END
               CLOSE SUSPFILE-FILE
           ELSE
               DISPLAY "c000047 - WARNING: SUSPFILE NOT AVAILABLE, "
                   "STATUS " C47-SUSP-STATUS " - NOTHING TO RELEASE"
           END-IF.

       2100-post-journal-record.
           READ SUSPFILE-FILE
               AT END
                   SET C47-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO C47-JOURNAL-READ
                   PERFORM 2200-find-item
                   IF C47-ITEM-FOUND
                       MOVE SUS-STATUS
                           TO C47-IT-STATUS (C47-ITEM-IDX)
                       IF SUS-REASON-CODE NOT = SPACES
                           MOVE SUS-REASON-CODE
                               TO C47-IT-REASON (C47-ITEM-IDX)
                       END-IF
      *                Only c000003 writes the full record image - on
      *                the first rejection and on each re-reject;
      *                the status records c000022 and this step add
      *                carry only the value.
                       IF SUS-STATUS-NEW OR SUS-STATUS-REREJECTED
                           MOVE SUSPENSE-RECORD
                               TO C47-IT-REJECT-RECORD (C47-ITEM-IDX)
                       END-IF
                   END-IF
           END-READ.

       2200-find-item.
           MOVE 'N' TO C47-ITEM-FOUND-SWITCH.
           IF C47-ITEM-COUNT > 0
               PERFORM 2210-search-item
                   VARYING C47-ITEM-IDX FROM 1 BY 1
                   UNTIL C47-ITEM-IDX > C47-ITEM-COUNT
                       OR C47-ITEM-FOUND
           END-IF.
           IF NOT C47-ITEM-FOUND
               IF C47-ITEM-COUNT < C47-ITEM-MAX
                   ADD 1 TO C47-ITEM-COUNT
                   MOVE C47-ITEM-COUNT TO C47-ITEM-IDX
                   MOVE SUS-RUN-DATE
                       TO C47-IT-RUN-DATE (C47-ITEM-IDX)
                   MOVE SUS-RECORD-NBR
                       TO C47-IT-RECORD-NBR (C47-ITEM-IDX)
                   MOVE SUSPENSE-RECORD
                       TO C47-IT-REJECT-RECORD (C47-ITEM-IDX)
                   MOVE 'N' TO C47-IT-RELEASE-SW (C47-ITEM-IDX)
                   MOVE SPACES TO C47-IT-CODE (C47-ITEM-IDX)
                                  C47-IT-AU-ACTION (C47-ITEM-IDX)
                                  C47-IT-AU-RESULT (C47-ITEM-IDX)
                                  C47-IT-AU-DATE (C47-ITEM-IDX)
                                  C47-IT-AU-USER (C47-ITEM-IDX)
                                  C47-IT-AU-REASON (C47-ITEM-IDX)
                   SET C47-ITEM-FOUND TO TRUE
               ELSE
                   IF NOT C47-ITEM-OVERFLOW
                       SET C47-ITEM-OVERFLOW TO TRUE
                       DISPLAY "c000047 - WARNING: ITEM TABLE "
                           "FULL - LATER ITEMS NOT EXAMINED"
                   END-IF
               END-IF
           END-IF.

       2210-search-item.
           IF C47-IT-RUN-DATE (C47-ITEM-IDX) = SUS-RUN-DATE
               AND C47-IT-RECORD-NBR (C47-ITEM-IDX)
                   = SUS-RECORD-NBR
               SET C47-ITEM-FOUND TO TRUE
      *        The VARYING adds one more before the UNTIL test sees
      *        the switch, so step back to the matched slot.
               SUBTRACT 1 FROM C47-ITEM-IDX
           END-IF.

       3000-release-items.
           IF C47-ITEM-COUNT > 0
               PERFORM 3050-open-release-files
           END-IF.
           IF C47-RELEASE-FILES-OPEN
               PERFORM 3100-examine-item
                   VARYING C47-ITEM-IDX FROM 1 BY 1
                   UNTIL C47-ITEM-IDX > C47-ITEM-COUNT
               CLOSE SUSPIN-FILE
               CLOSE SUSPFILE-FILE
           END-IF.

       3050-open-release-files.
      *    SUSPIN accumulates until the reprocess run takes it, so
      *    releases are added to whatever is already waiting there.
           OPEN EXTEND SUSPIN-FILE.
           IF C47-SUSPIN-STATUS = "35"
               OPEN OUTPUT SUSPIN-FILE
           END-IF.
           IF C47-SUSPIN-STATUS NOT = "00"
               DISPLAY "c000047 - ERROR: SUSPIN NOT AVAILABLE, "
                   "STATUS " C47-SUSPIN-STATUS " - NOTHING RELEASED"
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN EXTEND SUSPFILE-FILE
               IF C47-SUSP-STATUS NOT = "00"
                   DISPLAY "c000047 - ERROR: SUSPFILE NOT "
                       "EXTENDABLE, STATUS " C47-SUSP-STATUS
                       " - NOTHING RELEASED"
                   MOVE 12 TO RETURN-CODE
                   CLOSE SUSPIN-FILE
               ELSE
                   SET C47-RELEASE-FILES-OPEN TO TRUE
               END-IF
           END-IF.

       3100-examine-item.
      *    Only a reference rejection can be cured by a reference
      *    change.  An item already corrected onto SUSPIN is
      *    waiting for its reprocess run; a reprocessed or
      *    written-off item is closed.
           IF (C47-IT-REASON (C47-ITEM-IDX) = 'REF' OR 'INAC')
               AND (C47-IT-STATUS (C47-ITEM-IDX) = 'N' OR 'C' OR 'R')
               ADD 1 TO C47-EXAMINED-COUNT
               IF C47-IT-STATUS (C47-ITEM-IDX) = 'C'
                   ADD 1 TO C47-WAITING-COUNT
               ELSE
                   PERFORM 3200-check-value
                   IF C47-CODE-IN-SERVICE
                       PERFORM 3300-release-item
                   ELSE
                       ADD 1 TO C47-NOT-VALID-COUNT
                   END-IF
               END-IF
           END-IF.

       3200-check-value.
      *    The same test c000001 puts the value through: trimmed,
      *    on file, not inactive, and inside its effective and
      *    expiry dates, an unparseable date being no restriction.
           MOVE 'N' TO C47-IN-SERVICE-SWITCH.
           MOVE C47-IT-REJECT-RECORD (C47-ITEM-IDX) (1:120)
               TO C47-IMAGE-WORK.
           IF C47-IMAGE-COR
               MOVE FUNCTION TRIM (C47-IMAGE-NEW-VALUE)
                   TO C47-LOOKUP-VALUE
           ELSE
               MOVE FUNCTION TRIM (C47-IMAGE-VALUE)
                   TO C47-LOOKUP-VALUE
           END-IF.
           IF C47-LOOKUP-VALUE NOT = SPACES
               MOVE C47-LOOKUP-VALUE TO REF-CODE
               READ REFFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 3210-check-in-service
               END-READ
           END-IF.

       3210-check-in-service.
           IF NOT REF-INACTIVE
               IF REF-EFFECTIVE-DATE IS NUMERIC
                   AND C47-RUN-DATE-X < REF-EFFECTIVE-DATE
                   CONTINUE
               ELSE
                   IF REF-EXPIRY-DATE IS NUMERIC
                       AND C47-RUN-DATE-X > REF-EXPIRY-DATE
                       CONTINUE
                   ELSE
                       SET C47-CODE-IN-SERVICE TO TRUE
                   END-IF
               END-IF
           END-IF.

       3300-release-item.
      *    SUSPIN first: an item marked corrected but missing from
      *    SUSPIN would never be reprocessed, while one on SUSPIN
      *    whose status record failed is still cleared by the
      *    reprocess run.
           WRITE SUSPIN-RECORD
               FROM C47-IT-REJECT-RECORD (C47-ITEM-IDX).
           IF C47-SUSPIN-STATUS NOT = "00"
               DISPLAY "c000047 - ERROR: SUSPIN WRITE FAILED, "
                   "STATUS " C47-SUSPIN-STATUS " - ITEM "
                   C47-IT-RUN-DATE (C47-ITEM-IDX) "/"
                   C47-IT-RECORD-NBR (C47-ITEM-IDX)
                   " NOT RELEASED"
               ADD 1 TO C47-FAILED-COUNT
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 3400-append-status-record
               SET C47-IT-RELEASED (C47-ITEM-IDX) TO TRUE
               MOVE C47-LOOKUP-VALUE TO C47-IT-CODE (C47-ITEM-IDX)
               MOVE 'C' TO C47-IT-STATUS (C47-ITEM-IDX)
               ADD 1 TO C47-RELEASED-COUNT
               PERFORM 3500-log-release-to-seclog
           END-IF.

       3400-append-status-record.
           MOVE SPACES TO SUSPENSE-RECORD.
           MOVE C47-IT-REJECT-RECORD (C47-ITEM-IDX) (4:50)
               TO SUS-RECORD-IMAGE (4:50).
           MOVE C47-IT-REASON (C47-ITEM-IDX) TO SUS-REASON-CODE.
           MOVE C47-IT-RUN-DATE (C47-ITEM-IDX) TO SUS-RUN-DATE.
           MOVE C47-IT-RECORD-NBR (C47-ITEM-IDX) TO SUS-RECORD-NBR.
           SET SUS-STATUS-CORRECTED TO TRUE.
           MOVE C47-RUN-DATE-X TO SUS-STATUS-DATE.
           SET SUS-STATUS-USER-AUTO TO TRUE.
           MOVE "CODE NOW VALID - AUTO RELEASE" TO SUS-STATUS-REASON.
           WRITE SUSPENSE-RECORD.
           IF C47-SUSP-STATUS NOT = "00"
               DISPLAY "c000047 - ERROR: SUSPENSE STATUS WRITE "
                   "FAILED, STATUS " C47-SUSP-STATUS " - ITEM "
                   C47-IT-RUN-DATE (C47-ITEM-IDX) "/"
                   C47-IT-RECORD-NBR (C47-ITEM-IDX)
                   " IS ON SUSPIN BUT STILL SHOWS OPEN"
               MOVE 12 TO RETURN-CODE
           END-IF.

       3500-log-release-to-seclog.
           IF C47-SECLOG-OPENED
               SET SC-USER-AUTO TO TRUE
               SET SC-FUNC-MAINTENANCE TO TRUE
               SET SC-GRANTED TO TRUE
               MOVE 'c000047' TO SC-PROGRAM
               MOVE SPACES TO SC-TERMINAL-ID
               MOVE C47-RUN-DATE TO SC-LOG-DATE
               ACCEPT C47-CURRENT-TIME FROM TIME
               MOVE C47-CURRENT-TIME TO SC-LOG-TIME
               MOVE SPACES TO SC-DETAIL
               STRING "AUTO-RELEASE ITEM " DELIMITED BY SIZE
                   C47-IT-RUN-DATE (C47-ITEM-IDX) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   C47-IT-RECORD-NBR (C47-ITEM-IDX)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   C47-IT-REASON (C47-ITEM-IDX) DELIMITED BY SPACE
                   INTO SC-DETAIL
               WRITE SECLOG-RECORD
               IF C47-SECLOG-STATUS NOT = "00"
                   DISPLAY "c000047 - WARNING: SECLOG WRITE "
                       "FAILED, STATUS " C47-SECLOG-STATUS
                   MOVE 'N' TO C47-SECLOG-OPEN-SWITCH
               END-IF
           END-IF.

       4000-find-approvals.
      *    One pass over the audit trail, oldest first, so the last
      *    approved or applied change seen for a released code is
      *    the one that made it good.
           IF C47-RELEASED-COUNT > 0
               MOVE 'N' TO C47-EOF-SWITCH
               OPEN INPUT REFAUDIT-FILE
               IF C47-AUDIT-STATUS = "00"
                   SET C47-AUDIT-READ TO TRUE
                   PERFORM 4100-read-audit UNTIL C47-AT-END
                   CLOSE REFAUDIT-FILE
               ELSE
                   DISPLAY "c000047 - WARNING: REFAUDIT NOT "
                       "AVAILABLE, STATUS " C47-AUDIT-STATUS
                       " - RELEASES LISTED WITHOUT APPROVALS"
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       4100-read-audit.
           READ REFAUDIT-FILE
               AT END
                   SET C47-AT-END TO TRUE
               NOT AT END
                   IF AU-RESULT-APPROVED OR AU-RESULT-APPLIED
                       PERFORM 4200-match-audit
                           VARYING C47-ITEM-IDX FROM 1 BY 1
                           UNTIL C47-ITEM-IDX > C47-ITEM-COUNT
                   END-IF
           END-READ.

       4200-match-audit.
      *    Several items can share one code, so every released
      *    item is tested, not just the first match.
           IF C47-IT-RELEASED (C47-ITEM-IDX)
               AND C47-IT-CODE (C47-ITEM-IDX) = AU-CODE
               MOVE AU-ACTION TO C47-IT-AU-ACTION (C47-ITEM-IDX)
               MOVE AU-RESULT TO C47-IT-AU-RESULT (C47-ITEM-IDX)
               MOVE AU-AUDIT-DATE TO C47-IT-AU-DATE (C47-ITEM-IDX)
               MOVE AU-USER-ID TO C47-IT-AU-USER (C47-ITEM-IDX)
               MOVE AU-REASON TO C47-IT-AU-REASON (C47-ITEM-IDX)
           END-IF.

       5000-produce-report.
           IF C47-RPT-OPENED
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "ITEMS RELEASED TO SUSPIN - APPROVAL FROM REFAUDIT"
                   TO RPT-LINE
               WRITE RPT-LINE
               WRITE RPT-LINE FROM C47-RPT-COLUMNS
               PERFORM 5100-list-release
                   VARYING C47-ITEM-IDX FROM 1 BY 1
                   UNTIL C47-ITEM-IDX > C47-ITEM-COUNT
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO C47-RPT-TOTAL-LINE
               MOVE "OPEN REF/INAC ITEMS EXAMINED" TO C47-TOT-LABEL
               MOVE C47-EXAMINED-COUNT TO C47-TOT-COUNT
               WRITE RPT-LINE FROM C47-RPT-TOTAL-LINE
               MOVE "RELEASED TO SUSPIN" TO C47-TOT-LABEL
               MOVE C47-RELEASED-COUNT TO C47-TOT-COUNT
               WRITE RPT-LINE FROM C47-RPT-TOTAL-LINE
               MOVE "RELEASED WITH NO APPROVAL ON REFAUDIT"
                   TO C47-TOT-LABEL
               MOVE C47-NO-AUDIT-COUNT TO C47-TOT-COUNT
               WRITE RPT-LINE FROM C47-RPT-TOTAL-LINE
               MOVE "ALREADY ON SUSPIN AWAITING REPROCESS"
                   TO C47-TOT-LABEL
               MOVE C47-WAITING-COUNT TO C47-TOT-COUNT
               WRITE RPT-LINE FROM C47-RPT-TOTAL-LINE
               MOVE "CODE STILL NOT VALID - LEFT OPEN"
                   TO C47-TOT-LABEL
               MOVE C47-NOT-VALID-COUNT TO C47-TOT-COUNT
               WRITE RPT-LINE FROM C47-RPT-TOTAL-LINE
               MOVE "RELEASE FAILED - LEFT OPEN" TO C47-TOT-LABEL
               MOVE C47-FAILED-COUNT TO C47-TOT-COUNT
               WRITE RPT-LINE FROM C47-RPT-TOTAL-LINE
           END-IF.

       5100-list-release.
           IF C47-IT-RELEASED (C47-ITEM-IDX)
               MOVE C47-IT-RUN-DATE (C47-ITEM-IDX)
                   TO C47-DTL-RUN-DATE
               MOVE C47-IT-RECORD-NBR (C47-ITEM-IDX)
                   TO C47-DTL-RECORD-NBR
               MOVE C47-IT-REASON (C47-ITEM-IDX) TO C47-DTL-REASON
               MOVE C47-IT-STATUS (C47-ITEM-IDX) TO C47-DTL-STATUS
               MOVE C47-IT-CODE (C47-ITEM-IDX) TO MK-VALUE
               SET MK-MASK TO TRUE
               CALL 'c000041' USING MASK-REQUEST
               MOVE MK-VALUE (1:50) TO C47-DTL-VALUE
               MOVE SPACES TO C47-DTL-AUDIT
               IF C47-IT-AU-RESULT (C47-ITEM-IDX) = SPACES
                   ADD 1 TO C47-NO-AUDIT-COUNT
                   IF C47-AUDIT-READ
                       MOVE "NO APPROVAL FOUND ON REFAUDIT"
                           TO C47-DTL-AUDIT
                   ELSE
                       MOVE "REFAUDIT NOT READ" TO C47-DTL-AUDIT
                   END-IF
               ELSE
                   MOVE C47-IT-AU-ACTION (C47-ITEM-IDX)
                       TO C47-DTL-AU-ACTION
                   MOVE C47-IT-AU-RESULT (C47-ITEM-IDX)
                       TO C47-DTL-AU-RESULT
                   MOVE C47-IT-AU-DATE (C47-ITEM-IDX)
                       TO C47-DTL-AU-DATE
                   MOVE C47-IT-AU-USER (C47-ITEM-IDX)
                       TO C47-DTL-AU-USER
                   MOVE C47-IT-AU-REASON (C47-ITEM-IDX)
                       TO C47-DTL-AU-REASON
               END-IF
               WRITE RPT-LINE FROM C47-RPT-DETAIL
           END-IF.

       9000-terminate.
           IF C47-MASK-OPENED
               SET MK-CLOSE TO TRUE
               CALL 'c000041' USING MASK-REQUEST
           END-IF.
           IF C47-REFFILE-AVAILABLE
               CLOSE REFFILE-FILE
           END-IF.
           IF C47-SECLOG-OPENED
               CLOSE SECLOG-FILE
           END-IF.
           IF C47-RPT-OPENED
               CLOSE RELRPT-FILE
           END-IF.
           MOVE C47-JOURNAL-READ TO C47-EDIT-RECORDS.
           DISPLAY "c000047 - SUSPFILE RECORDS READ: "
               C47-EDIT-RECORDS.
           MOVE C47-EXAMINED-COUNT TO C47-EDIT-COUNT.
           DISPLAY "c000047 - REF/INAC ITEMS EXAMINED: "
               C47-EDIT-COUNT.
           MOVE C47-RELEASED-COUNT TO C47-EDIT-COUNT.
           DISPLAY "c000047 - ITEMS RELEASED:          "
               C47-EDIT-COUNT.
           MOVE C47-NOT-VALID-COUNT TO C47-EDIT-COUNT.
           DISPLAY "c000047 - ITEMS LEFT OPEN:         "
               C47-EDIT-COUNT.
           MOVE C47-FAILED-COUNT TO C47-EDIT-COUNT.
           DISPLAY "c000047 - RELEASES FAILED:         "
               C47-EDIT-COUNT.
