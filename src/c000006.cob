       PROGRAM-ID. c000006.
      *
      * Maintains the REFFILE reference KSDS from REFCARDS control
      * cards, the file c000001 and c000005 validate every entry
      * against.  Every card processed - accepted or rejected - is
      * written to the REFAUDIT audit trail so an audit can answer
      * who asked for a code change, who approved it, and when,
      * and cards that fail (duplicate add, change or delete of a
      * missing key, unknown action) are listed on REFRJCT for the
      * same run.
      *
      * No one person changes a production code.  An ADD, CHANGE,
      * DELETE, or INACT card only requests the change: it is
      * checked against the master and parked on the REFPEND
      * pending-change file (copybook CPYRPD), where the DL12
      * screen parks its requests too.  An APPROV card from a
      * second user holding the same function applies the parked
      * change to REFFILE; a REJECT card withdraws it.  Requests
      * left unapproved are expired by c000035, which also prints
      * the daily list of changes still waiting.
      *
      * The user named on each card is checked against the
      * USERAUTH authority master before the card is applied - a
      * card whose user lacks the function (or is revoked, or is
      * not on the master) is rejected, logged to the SECLOG
      * security-activity file, and reported to ERRLOG through
      * c000016.  Every check, granted or denied, goes to SECLOG
      * for the c000020 daily security report.  An approval or
      * rejection is checked against the function of the parked
      * change and logged as function V.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SECLOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C6-SECLOG-STATUS.
           SELECT REFPEND-FILE ASSIGN TO "REFPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RP-CODE
               FILE STATUS IS C6-PEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY CPYSEC.

       FD  REFPEND-FILE
           RECORDING MODE IS F.
           COPY CPYRPD.

       WORKING-STORAGE SECTION.
       01  C6-CARDS-STATUS           PIC X(02).
       01  C6-REFFILE-STATUS         PIC X(02).
       01  C6-AUTH-OK-SWITCH         PIC X(01).
           88  C6-USER-AUTHORIZED               VALUE 'Y'.
       01  C6-DENIED-COUNT           PIC 9(05) COMP VALUE 0.
       01  C6-PEND-STATUS            PIC X(02).
       01  C6-PENDING-FOUND-SWITCH   PIC X(01).
           88  C6-PENDING-FOUND                 VALUE 'Y'.
       01  C6-ON-FILE-SWITCH         PIC X(01).
           88  C6-CODE-ON-FILE                  VALUE 'Y'.
       01  C6-CHECK-ACTION           PIC X(06).
           88  C6-CHECK-ADD                     VALUE 'ADD'.
           88  C6-CHECK-CHANGE                  VALUE 'CHANGE'.
           88  C6-CHECK-REMOVE                  VALUE 'DELETE'
                                                      'INACT'.
       01  C6-AUDIT-ACTION           PIC X(06).
       01  C6-AUDIT-RESULT           PIC X(08).
       01  C6-AUDIT-REASON           PIC X(30).
       01  C6-REQUESTED-COUNT        PIC 9(05) COMP VALUE 0.
       01  C6-APPROVED-COUNT         PIC 9(05) COMP VALUE 0.
       01  C6-WITHDRAWN-COUNT        PIC 9(05) COMP VALUE 0.
       01  C6-INACTIVATED-COUNT      PIC 9(05) COMP VALUE 0.
       COPY CPYERR.

       01  C6-RJCT-HEADING.
               DISPLAY "c000006 - WARNING: SECLOG NOT AVAILABLE, "
                   "STATUS " C6-SECLOG-STATUS
           END-IF.
      *    Without the pending file no card can be parked or
      *    approved, and applying cards directly would defeat the
      *    two-person rule - the run stops, as for REFFILE.
           OPEN I-O REFPEND-FILE.
           IF C6-PEND-STATUS = "35"
               OPEN OUTPUT REFPEND-FILE
               IF C6-PEND-STATUS = "00"
                   CLOSE REFPEND-FILE
                   OPEN I-O REFPEND-FILE
               END-IF
           END-IF.
           IF C6-PEND-STATUS NOT = "00"
               DISPLAY "c000006 - ERROR: UNABLE TO OPEN REFPEND, "
                   "STATUS " C6-PEND-STATUS
               MOVE 12 TO RETURN-CODE
               SET C6-AT-END TO TRUE
           END-IF.

       2000-process-card.
           READ REFCARDS-FILE
           END-READ.

       2100-apply-card.
      *    C6-CARD-APPLIED means the card itself was accepted; what
      *    it achieved (parked, approved, withdrawn) is carried to
      *    the audit trail in C6-AUDIT-RESULT.
           MOVE 'N' TO C6-APPLIED-SWITCH.
           MOVE SPACES TO C6-REJECT-REASON.
           MOVE RC-ACTION TO C6-AUDIT-ACTION.
           MOVE SPACES TO C6-AUDIT-RESULT.
           MOVE SPACES TO C6-AUDIT-REASON.
           PERFORM 2050-check-authority.
           EVALUATE TRUE
               WHEN NOT C6-USER-AUTHORIZED
                   MOVE "USER NOT AUTHORIZED FOR ACTION"
                       TO C6-REJECT-REASON
               WHEN RC-ACTION-ADD OR RC-ACTION-CHANGE
                   OR RC-ACTION-DELETE OR RC-ACTION-INACT
                   PERFORM 2200-request-change
               WHEN RC-ACTION-APPROVE
                   PERFORM 2300-approve-change
               WHEN RC-ACTION-REJECT
                   PERFORM 2400-withdraw-change
               WHEN OTHER
                   MOVE "UNKNOWN ACTION ON CONTROL CARD"
                       TO C6-REJECT-REASON
               PERFORM 6000-write-audit
           ELSE
               ADD 1 TO C6-REJECTED-COUNT
               MOVE "REJECTED" TO C6-AUDIT-RESULT
               MOVE C6-REJECT-REASON TO C6-AUDIT-REASON
               PERFORM 6100-write-reject
               PERFORM 6000-write-audit
           END-IF.

       2040-read-pending.
           MOVE 'N' TO C6-PENDING-FOUND-SWITCH.
           MOVE RC-CODE TO RP-CODE.
           READ REFPEND-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET C6-PENDING-FOUND TO TRUE
           END-READ.

       2050-check-authority.
      *    "The card said so" is not authorization: the user named
      *    on the card must hold the specific function on the
      *    be rejected by the action check with its own reason.
      *    Every check is logged; a denial additionally raises a
      *    central error so the violation cannot pass silently.
      *    An approval or rejection is checked against the function
      *    of the change it decides, so only a user who could have
      *    requested the change may pass it; with nothing parked
      *    for the code there is nothing to check and the card is
      *    rejected on that ground instead.
           SET C6-USER-AUTHORIZED TO TRUE.
           MOVE RC-ACTION TO C6-CHECK-ACTION.
           IF RC-ACTION-APPROVE OR RC-ACTION-REJECT
               PERFORM 2040-read-pending
               IF C6-PENDING-FOUND
                   MOVE RP-ACTION TO C6-CHECK-ACTION
               ELSE
                   MOVE SPACES TO C6-CHECK-ACTION
               END-IF
           END-IF.
           IF NOT C6-AUTH-AVAILABLE
               CONTINUE
           ELSE
               IF C6-CHECK-ADD OR C6-CHECK-CHANGE
                   OR C6-CHECK-REMOVE
                   MOVE RC-USER-ID TO UA-USER-ID
                   READ USERAUTH-FILE
                       INVALID KEY
               MOVE 'N' TO C6-AUTH-OK-SWITCH
           ELSE
               EVALUATE TRUE
                   WHEN C6-CHECK-ADD
                       IF UA-REFFILE-ADD NOT = 'Y'
                           MOVE 'N' TO C6-AUTH-OK-SWITCH
                       END-IF
                   WHEN C6-CHECK-CHANGE
                       IF UA-REFFILE-CHANGE NOT = 'Y'
                           MOVE 'N' TO C6-AUTH-OK-SWITCH
                       END-IF
                   WHEN C6-CHECK-REMOVE
                       IF UA-REFFILE-DELETE NOT = 'Y'
                           MOVE 'N' TO C6-AUTH-OK-SWITCH
                       END-IF
           IF C6-SECLOG-OPENED
               MOVE RC-USER-ID TO SC-USER-ID
               EVALUATE TRUE
                   WHEN RC-ACTION-APPROVE OR RC-ACTION-REJECT
                       SET SC-FUNC-REF-APPROVE TO TRUE
                   WHEN C6-CHECK-ADD
                       SET SC-FUNC-REF-ADD TO TRUE
                   WHEN C6-CHECK-CHANGE
                       SET SC-FUNC-REF-CHANGE TO TRUE
                   WHEN OTHER
                       SET SC-FUNC-REF-DELETE TO TRUE
               ACCEPT C6-CURRENT-TIME FROM TIME
               MOVE C6-CURRENT-TIME TO SC-LOG-TIME
               MOVE SPACES TO SC-DETAIL
               IF RC-ACTION-APPROVE OR RC-ACTION-REJECT
                   STRING RC-ACTION DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       C6-CHECK-ACTION DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RC-CODE (1:36) DELIMITED BY SIZE
                       INTO SC-DETAIL
               ELSE
                   STRING RC-ACTION DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RC-CODE (1:40) DELIMITED BY SIZE
                       INTO SC-DETAIL
               END-IF
               WRITE SECLOG-RECORD
               IF C6-SECLOG-STATUS NOT = "00"
                   DISPLAY "c000006 - WARNING: SECLOG WRITE "
               INTO ERR-MESSAGE.
           CALL 'c000016' USING ERRLOG-RECORD.

       2200-request-change.
      *    The request is checked against the master now, so an
      *    impossible change is refused to its requester instead of
      *    waiting days for an approver to discover it.
           MOVE 'N' TO C6-ON-FILE-SWITCH.
           MOVE RC-CODE TO REF-CODE.
           READ REFFILE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET C6-CODE-ON-FILE TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN C6-REFFILE-STATUS NOT = "00"
                   AND C6-REFFILE-STATUS NOT = "23"
                   PERFORM 7000-check-io-result
               WHEN RC-ACTION-ADD AND C6-CODE-ON-FILE
                   MOVE "DUPLICATE ADD - CODE ON FILE"
                       TO C6-REJECT-REASON
               WHEN NOT RC-ACTION-ADD AND NOT C6-CODE-ON-FILE
                   STRING RC-ACTION DELIMITED BY SPACE
                       " - CODE NOT ON FILE" DELIMITED BY SIZE
                       INTO C6-REJECT-REASON
               WHEN OTHER
                   PERFORM 2210-park-change
           END-EVALUATE.

       2210-park-change.
           MOVE SPACES TO REFPEND-RECORD.
           MOVE RC-CODE TO RP-CODE.
           MOVE RC-ACTION TO RP-ACTION.
           MOVE RC-DESCRIPTION TO RP-DESCRIPTION.
           MOVE RC-CATEGORY TO RP-CATEGORY.
           MOVE RC-STATUS TO RP-STATUS.
           MOVE RC-EFFECTIVE-DATE TO RP-EFFECTIVE-DATE.
           MOVE RC-EXPIRY-DATE TO RP-EXPIRY-DATE.
           MOVE RC-USER-ID TO RP-REQUEST-USER.
           MOVE C6-CURRENT-DATE TO RP-REQUEST-DATE.
           ACCEPT C6-CURRENT-TIME FROM TIME.
           MOVE C6-CURRENT-TIME TO RP-REQUEST-TIME.
           MOVE 'c000006' TO RP-REQUEST-PROGRAM.
           MOVE SPACES TO RP-TERMINAL-ID.
           WRITE REFPEND-RECORD
               INVALID KEY
                   MOVE "CHANGE ALREADY PENDING FOR CODE"
                       TO C6-REJECT-REASON
               NOT INVALID KEY
                   SET C6-CARD-APPLIED TO TRUE
                   ADD 1 TO C6-REQUESTED-COUNT
                   MOVE "PENDING" TO C6-AUDIT-RESULT
                   MOVE "AWAITING SECOND-USER APPROVAL"
                       TO C6-AUDIT-REASON
           END-WRITE.
           PERFORM 7100-check-pending-io.

       2300-approve-change.
           EVALUATE TRUE
               WHEN NOT C6-PENDING-FOUND
                   MOVE "NO CHANGE PENDING FOR CODE"
                       TO C6-REJECT-REASON
               WHEN RP-REQUEST-USER = RC-USER-ID
                   MOVE "APPROVER IS THE REQUESTER"
                       TO C6-REJECT-REASON
               WHEN OTHER
                   PERFORM 2310-apply-pending-change
           END-EVALUATE.

       2310-apply-pending-change.
      *    The parked image is laid back over the card fields so
      *    the apply paragraphs serve the approval unchanged - the
      *    user on the card is now the approver.
           MOVE RP-DESCRIPTION TO RC-DESCRIPTION.
           MOVE RP-CATEGORY TO RC-CATEGORY.
           MOVE RP-STATUS TO RC-STATUS.
           MOVE RP-EFFECTIVE-DATE TO RC-EFFECTIVE-DATE.
           MOVE RP-EXPIRY-DATE TO RC-EXPIRY-DATE.
           MOVE RP-ACTION TO C6-AUDIT-ACTION.
           EVALUATE TRUE
               WHEN RP-ACTION-ADD
                   PERFORM 3000-add-code
               WHEN RP-ACTION-CHANGE
                   PERFORM 4000-change-code
               WHEN RP-ACTION-DELETE
                   PERFORM 5000-delete-code
               WHEN OTHER
                   PERFORM 5500-inactivate-code
           END-EVALUATE.
      *    A change the master has overtaken since the request (the
      *    code added or deleted by another change) can never apply
      *    and is cleared; an I/O failure leaves it parked so the
      *    approval can simply be resubmitted.
           IF C6-CARD-APPLIED
               ADD 1 TO C6-APPROVED-COUNT
               MOVE "APPROVED" TO C6-AUDIT-RESULT
               STRING "REQUESTED BY " DELIMITED BY SIZE
                   RP-REQUEST-USER DELIMITED BY SIZE
                   INTO C6-AUDIT-REASON
               PERFORM 2320-remove-pending
           ELSE
               IF C6-REFFILE-STATUS = "22" OR "23"
                   PERFORM 2320-remove-pending
               END-IF
           END-IF.

       2320-remove-pending.
           DELETE REFPEND-FILE RECORD
               INVALID KEY
                   DISPLAY "c000006 - WARNING: PENDING CHANGE FOR "
                       RP-CODE (1:30) " ALREADY REMOVED"
           END-DELETE.
           IF C6-PEND-STATUS NOT = "00"
               AND C6-PEND-STATUS NOT = "23"
               DISPLAY "c000006 - ERROR: REFPEND DELETE FAILED, "
                   "STATUS " C6-PEND-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

       2400-withdraw-change.
      *    A checker's REJECT - or the requester withdrawing their
      *    own request - clears the parked change without touching
      *    the master; the optional reason rides in the card's
      *    description columns.
           IF NOT C6-PENDING-FOUND
               MOVE "NO CHANGE PENDING FOR CODE"
                   TO C6-REJECT-REASON
           ELSE
               PERFORM 2320-remove-pending
               IF C6-PEND-STATUS = "00"
                   SET C6-CARD-APPLIED TO TRUE
                   ADD 1 TO C6-WITHDRAWN-COUNT
                   MOVE RP-ACTION TO C6-AUDIT-ACTION
                   MOVE "REJECTED" TO C6-AUDIT-RESULT
                   IF RC-DESCRIPTION NOT = SPACES
                       MOVE RC-DESCRIPTION TO C6-AUDIT-REASON
                   ELSE
                       STRING "REJECTED BY " DELIMITED BY SIZE
                           RC-USER-ID DELIMITED BY SIZE
                           INTO C6-AUDIT-REASON
                   END-IF
               ELSE
                   STRING "REFPEND I/O ERROR, STATUS "
                       DELIMITED BY SIZE
                       C6-PEND-STATUS DELIMITED BY SIZE
                       INTO C6-REJECT-REASON
               END-IF
           END-IF.

       3000-add-code.
      *    A card may leave the status and dates blank; a new code
      *    defaults to active from the run date with an open-ended
           END-DELETE.
           PERFORM 7000-check-io-result.

       5500-inactivate-code.
      *    Takes the code out of service without deleting it, so
      *    history keeps validating against it - the card form of
      *    the DL12 inactivate.
           MOVE RC-CODE TO REF-CODE.
           READ REFFILE-FILE
               INVALID KEY
                   MOVE "INACT - CODE NOT ON FILE"
                       TO C6-REJECT-REASON
               NOT INVALID KEY
                   SET REF-INACTIVE TO TRUE
                   REWRITE REFFILE-RECORD
                   IF C6-REFFILE-STATUS = "00"
                       SET C6-CARD-APPLIED TO TRUE
                       ADD 1 TO C6-INACTIVATED-COUNT
                   END-IF
           END-READ.
           PERFORM 7000-check-io-result.

       6000-write-audit.
           MOVE C6-AUDIT-ACTION TO AU-ACTION.
           MOVE RC-CODE TO AU-CODE.
           MOVE RC-USER-ID TO AU-USER-ID.
           MOVE C6-CURRENT-DATE TO AU-AUDIT-DATE.
           ACCEPT C6-CURRENT-TIME FROM TIME.
           MOVE C6-CURRENT-TIME TO AU-AUDIT-TIME.
           MOVE C6-AUDIT-RESULT TO AU-RESULT.
           MOVE C6-AUDIT-REASON TO AU-REASON.
           WRITE REFAUDIT-RECORD.
           IF C6-AUDIT-STATUS NOT = "00"
               DISPLAY "c000006 - WARNING: REFAUDIT WRITE FAILED, "
               MOVE 12 TO RETURN-CODE
           END-IF.

       7100-check-pending-io.
           IF NOT C6-CARD-APPLIED AND C6-REJECT-REASON = SPACES
               STRING "REFPEND I/O ERROR, STATUS "
                   DELIMITED BY SIZE
                   C6-PEND-STATUS DELIMITED BY SIZE
                   INTO C6-REJECT-REASON
               MOVE 12 TO RETURN-CODE
           END-IF.

       6100-write-reject.
           MOVE RC-ACTION TO C6-RJCT-ACTION.
           MOVE RC-CODE TO C6-RJCT-CODE.
           IF C6-SECLOG-OPENED
               CLOSE SECLOG-FILE
           END-IF.
           IF C6-PEND-STATUS = "00"
               CLOSE REFPEND-FILE
           END-IF.
           MOVE C6-CARDS-READ TO C6-EDIT-COUNT.
           DISPLAY "c000006 - CONTROL CARDS READ:    " C6-EDIT-COUNT.
           MOVE C6-REQUESTED-COUNT TO C6-EDIT-COUNT.
           DISPLAY "c000006 - CHANGES REQUESTED:     " C6-EDIT-COUNT.
           MOVE C6-APPROVED-COUNT TO C6-EDIT-COUNT.
           DISPLAY "c000006 - CHANGES APPROVED:      " C6-EDIT-COUNT.
           MOVE C6-WITHDRAWN-COUNT TO C6-EDIT-COUNT.
           DISPLAY "c000006 - CHANGES REJECTED:      " C6-EDIT-COUNT.
           MOVE C6-ADDED-COUNT TO C6-EDIT-COUNT.
           DISPLAY "c000006 - CODES ADDED:           " C6-EDIT-COUNT.
           MOVE C6-CHANGED-COUNT TO C6-EDIT-COUNT.
           DISPLAY "c000006 - CODES CHANGED:         " C6-EDIT-COUNT.
           MOVE C6-DELETED-COUNT TO C6-EDIT-COUNT.
           DISPLAY "c000006 - CODES DELETED:         " C6-EDIT-COUNT.
           MOVE C6-INACTIVATED-COUNT TO C6-EDIT-COUNT.
           DISPLAY "c000006 - CODES INACTIVATED:     " C6-EDIT-COUNT.
           MOVE C6-REJECTED-COUNT TO C6-EDIT-COUNT.
           DISPLAY "c000006 - CARDS REJECTED:        " C6-EDIT-COUNT.
           IF C6-DENIED-COUNT > 0
