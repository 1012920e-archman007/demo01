       IDENTIFICATION DIVISION.
       PROGRAM-ID. c000037.
      *
      * Maintains the SRCMAST source-system registry from SRCCARDS
      * control cards (ADD/CHANGE/INACT, layout in CPYSRD) - the
      * list of upstream senders c000015 and c000003 will accept a
      * STRINFLE batch from, with each sender's contact, the
      * CALFILE day types it is expected to send on, and its
      * normal volume range for the c000038 morning feed report.
      * Every card processed - applied or rejected - is written to
      * the SECLOG security-activity log as a maintenance entry,
      * the same trail c000019 leaves for USERAUTH, and cards that
      * fail (duplicate add, change of a missing sender, bad day
      * type or volume range, unknown action) are listed on
      * SRCRJCT for the same run.
      *
      * RC=0 ALL CARDS APPLIED; RC=4 ONE OR MORE CARDS REJECTED;
      * RC=12 SRCCARDS OR SRCMAST COULD NOT BE OPENED, OR AN I/O
      * ERROR ON SRCMAST OR SECLOG.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SRCCARDS-FILE ASSIGN TO "SRCCARDS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C37-CARDS-STATUS.
           SELECT SRCMAST-FILE ASSIGN TO "SRCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-SOURCE-SYSTEM
               FILE STATUS IS C37-SRCMAST-STATUS.
           SELECT SECLOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C37-SECLOG-STATUS.
           SELECT SRCRJCT-FILE ASSIGN TO "SRCRJCT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C37-RJCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SRCCARDS-FILE
           RECORDING MODE IS F.
           COPY CPYSRD.

       FD  SRCMAST-FILE
           RECORDING MODE IS F.
           COPY CPYSRM.

       FD  SECLOG-FILE
           RECORDING MODE IS F.
           COPY CPYSEC.

       FD  SRCRJCT-FILE
           RECORDING MODE IS F.
       01  RJCT-LINE                 PIC X(133).

       WORKING-STORAGE SECTION.
       01  C37-CARDS-STATUS          PIC X(02).
       01  C37-SRCMAST-STATUS        PIC X(02).
       01  C37-SECLOG-STATUS         PIC X(02).
       01  C37-RJCT-STATUS           PIC X(02).
       01  C37-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  C37-AT-END                       VALUE 'Y'.
       01  C37-APPLIED-SWITCH        PIC X(01).
           88  C37-CARD-APPLIED                 VALUE 'Y'.
       01  C37-CURRENT-DATE          PIC 9(08).
       01  C37-CURRENT-TIME          PIC 9(08).
       01  C37-CARDS-READ            PIC 9(05) COMP VALUE 0.
       01  C37-ADDED-COUNT           PIC 9(05) COMP VALUE 0.
       01  C37-CHANGED-COUNT         PIC 9(05) COMP VALUE 0.
       01  C37-INACT-COUNT           PIC 9(05) COMP VALUE 0.
       01  C37-REJECTED-COUNT        PIC 9(05) COMP VALUE 0.
       01  C37-EDIT-COUNT            PIC ZZ,ZZ9.
       01  C37-REJECT-REASON         PIC X(30).
       01  C37-TYPE-IDX              PIC 9(01) COMP.

       01  C37-RJCT-HEADING.
           05  FILLER                PIC X(36)
               VALUE "SOURCE REGISTRY MAINTENANCE REJECTS ".
           05  C37-RJCT-HDG-DATE     PIC 9(08).
           05  FILLER                PIC X(89) VALUE SPACES.
       01  C37-RJCT-DETAIL.
           05  C37-RJCT-ACTION       PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C37-RJCT-SOURCE       PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C37-RJCT-REASON       PIC X(30).
           05  FILLER                PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 1000-initialize.
           PERFORM 2000-process-card UNTIL C37-AT-END.
           PERFORM 9000-terminate.
           GOBACK.

       1000-initialize.
           ACCEPT C37-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT C37-CURRENT-TIME FROM TIME.
           OPEN INPUT SRCCARDS-FILE.
           IF C37-CARDS-STATUS NOT = "00"
               DISPLAY "c000037 - ERROR: UNABLE TO OPEN SRCCARDS, "
                   "STATUS " C37-CARDS-STATUS
               MOVE 12 TO RETURN-CODE
               SET C37-AT-END TO TRUE
           END-IF.
      *    The first maintenance run arrives before anything has
      *    loaded the cluster, so fall back to OPEN OUTPUT the
      *    same way c000019 does for USERAUTH.
           OPEN I-O SRCMAST-FILE.
           IF C37-SRCMAST-STATUS = "35"
               OPEN OUTPUT SRCMAST-FILE
           END-IF.
           IF C37-SRCMAST-STATUS NOT = "00"
               DISPLAY "c000037 - ERROR: UNABLE TO OPEN SRCMAST, "
                   "STATUS " C37-SRCMAST-STATUS
               MOVE 12 TO RETURN-CODE
               SET C37-AT-END TO TRUE
           END-IF.
           OPEN EXTEND SECLOG-FILE.
           IF C37-SECLOG-STATUS = "35"
               OPEN OUTPUT SECLOG-FILE
           END-IF.
           OPEN OUTPUT SRCRJCT-FILE.
           MOVE C37-CURRENT-DATE TO C37-RJCT-HDG-DATE.
           WRITE RJCT-LINE FROM C37-RJCT-HEADING.

       2000-process-card.
           READ SRCCARDS-FILE
               AT END
                   SET C37-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO C37-CARDS-READ
                   PERFORM 2100-apply-card
           END-READ.

       2100-apply-card.
           MOVE 'N' TO C37-APPLIED-SWITCH.
           MOVE SPACES TO C37-REJECT-REASON.
           IF SD-SOURCE-SYSTEM = SPACES
               MOVE "SOURCE SYSTEM NOT CODED" TO C37-REJECT-REASON
           ELSE
               EVALUATE TRUE
                   WHEN SD-ACTION-ADD
                       PERFORM 2200-edit-card-fields
                       IF C37-REJECT-REASON = SPACES
                           PERFORM 3000-add-source
                       END-IF
                   WHEN SD-ACTION-CHANGE
                       PERFORM 2200-edit-card-fields
                       IF C37-REJECT-REASON = SPACES
                           PERFORM 4000-change-source
                       END-IF
                   WHEN SD-ACTION-INACT
                       PERFORM 5000-inactivate-source
                   WHEN OTHER
                       MOVE "UNKNOWN ACTION ON CONTROL CARD"
                           TO C37-REJECT-REASON
               END-EVALUATE
           END-IF.
           IF NOT C37-CARD-APPLIED
               ADD 1 TO C37-REJECTED-COUNT
               PERFORM 6100-write-reject
           END-IF.
           PERFORM 6000-write-security-log.

       2200-edit-card-fields.
      *    The coded columns are checked before anything touches
      *    the master, so a bad card leaves the registry as it was.
           IF SD-ACTIVE-FLAG NOT = SPACE
                   AND SD-ACTIVE-FLAG NOT = 'Y'
                   AND SD-ACTIVE-FLAG NOT = 'N'
               MOVE "ACTIVE FLAG MUST BE Y OR N" TO C37-REJECT-REASON
           END-IF.
           PERFORM 2210-edit-one-day-type
               VARYING C37-TYPE-IDX FROM 1 BY 1
               UNTIL C37-TYPE-IDX > 3.
           IF SD-MIN-VOLUME NOT = SPACES
                   AND SD-MIN-VOLUME NOT NUMERIC
               MOVE "MINIMUM VOLUME NOT NUMERIC" TO C37-REJECT-REASON
           END-IF.
           IF SD-MAX-VOLUME NOT = SPACES
                   AND SD-MAX-VOLUME NOT NUMERIC
               MOVE "MAXIMUM VOLUME NOT NUMERIC" TO C37-REJECT-REASON
           END-IF.
           IF C37-REJECT-REASON = SPACES
                   AND SD-MIN-VOLUME NOT = SPACES
                   AND SD-MAX-VOLUME NOT = SPACES
                   AND SD-MAX-VOLUME-N > ZERO
                   AND SD-MIN-VOLUME-N > SD-MAX-VOLUME-N
               MOVE "MINIMUM VOLUME ABOVE MAXIMUM" TO C37-REJECT-REASON
           END-IF.

       2210-edit-one-day-type.
           IF SD-EXPECTED-DAY-TYPES (C37-TYPE-IDX:1) NOT = SPACE
               AND SD-EXPECTED-DAY-TYPES (C37-TYPE-IDX:1) NOT = 'B'
               AND SD-EXPECTED-DAY-TYPES (C37-TYPE-IDX:1) NOT = 'H'
               AND SD-EXPECTED-DAY-TYPES (C37-TYPE-IDX:1) NOT = 'W'
               MOVE "DAY TYPE MUST BE B, H OR W" TO C37-REJECT-REASON
           END-IF.

       3000-add-source.
      *    A blank active flag on an ADD means active - a sender is
      *    registered because it is about to start sending.  Blank
      *    volume columns leave that side of the range unchecked.
           MOVE SPACES TO SRCMAST-RECORD.
           MOVE SD-SOURCE-SYSTEM TO SM-SOURCE-SYSTEM.
           MOVE SD-SOURCE-NAME TO SM-SOURCE-NAME.
           MOVE SD-CONTACT-NAME TO SM-CONTACT-NAME.
           MOVE SD-CONTACT-PHONE TO SM-CONTACT-PHONE.
           IF SD-ACTIVE-FLAG = 'N'
               SET SM-INACTIVE TO TRUE
           ELSE
               SET SM-ACTIVE TO TRUE
           END-IF.
           MOVE SD-EXPECTED-DAY-TYPES TO SM-EXPECTED-DAY-TYPES.
           IF SD-MIN-VOLUME = SPACES
               MOVE ZERO TO SM-MIN-VOLUME
           ELSE
               MOVE SD-MIN-VOLUME-N TO SM-MIN-VOLUME
           END-IF.
           IF SD-MAX-VOLUME = SPACES
               MOVE ZERO TO SM-MAX-VOLUME
           ELSE
               MOVE SD-MAX-VOLUME-N TO SM-MAX-VOLUME
           END-IF.
           MOVE C37-CURRENT-DATE TO SM-UPDATE-DATE.
           MOVE SD-REQUEST-USER TO SM-UPDATE-USER.
           WRITE SRCMAST-RECORD
               INVALID KEY
                   MOVE "DUPLICATE ADD - SOURCE ON FILE"
                       TO C37-REJECT-REASON
               NOT INVALID KEY
                   SET C37-CARD-APPLIED TO TRUE
                   ADD 1 TO C37-ADDED-COUNT
           END-WRITE.
           PERFORM 7000-check-io-result.

       4000-change-source.
      *    Only the columns actually coded overlay the master
      *    record, so correcting a phone number does not blank the
      *    volume range or reactivate a stopped sender.
           MOVE SD-SOURCE-SYSTEM TO SM-SOURCE-SYSTEM.
           READ SRCMAST-FILE
               INVALID KEY
                   MOVE "CHANGE - SOURCE NOT ON FILE"
                       TO C37-REJECT-REASON
               NOT INVALID KEY
                   PERFORM 4100-overlay-coded-fields
                   REWRITE SRCMAST-RECORD
                   IF C37-SRCMAST-STATUS = "00"
                       SET C37-CARD-APPLIED TO TRUE
                       ADD 1 TO C37-CHANGED-COUNT
                   END-IF
           END-READ.
           PERFORM 7000-check-io-result.

       4100-overlay-coded-fields.
           IF SD-SOURCE-NAME NOT = SPACES
               MOVE SD-SOURCE-NAME TO SM-SOURCE-NAME
           END-IF.
           IF SD-CONTACT-NAME NOT = SPACES
               MOVE SD-CONTACT-NAME TO SM-CONTACT-NAME
           END-IF.
           IF SD-CONTACT-PHONE NOT = SPACES
               MOVE SD-CONTACT-PHONE TO SM-CONTACT-PHONE
           END-IF.
           IF SD-ACTIVE-FLAG NOT = SPACE
               MOVE SD-ACTIVE-FLAG TO SM-ACTIVE-FLAG
           END-IF.
           IF SD-EXPECTED-DAY-TYPES NOT = SPACES
               MOVE SD-EXPECTED-DAY-TYPES TO SM-EXPECTED-DAY-TYPES
           END-IF.
           IF SD-MIN-VOLUME NOT = SPACES
               MOVE SD-MIN-VOLUME-N TO SM-MIN-VOLUME
           END-IF.
           IF SD-MAX-VOLUME NOT = SPACES
               MOVE SD-MAX-VOLUME-N TO SM-MAX-VOLUME
           END-IF.
           MOVE C37-CURRENT-DATE TO SM-UPDATE-DATE.
           MOVE SD-REQUEST-USER TO SM-UPDATE-USER.

       5000-inactivate-source.
      *    The record stays, flagged inactive, so the registry can
      *    still say who a past batch came from; a CHANGE with the
      *    active flag coded Y brings the sender back.
           MOVE SD-SOURCE-SYSTEM TO SM-SOURCE-SYSTEM.
           READ SRCMAST-FILE
               INVALID KEY
                   MOVE "INACT - SOURCE NOT ON FILE"
                       TO C37-REJECT-REASON
               NOT INVALID KEY
                   SET SM-INACTIVE TO TRUE
                   MOVE C37-CURRENT-DATE TO SM-UPDATE-DATE
                   MOVE SD-REQUEST-USER TO SM-UPDATE-USER
                   REWRITE SRCMAST-RECORD
                   IF C37-SRCMAST-STATUS = "00"
                       SET C37-CARD-APPLIED TO TRUE
                       ADD 1 TO C37-INACT-COUNT
                   END-IF
           END-READ.
           PERFORM 7000-check-io-result.

       7000-check-io-result.
      *    An I/O failure that is not an invalid-key condition
      *    takes neither the INVALID KEY nor the NOT INVALID KEY
      *    path above; surface the status so the card is rejected
      *    with a real reason instead of a blank one.
           IF NOT C37-CARD-APPLIED AND C37-REJECT-REASON = SPACES
               STRING "SRCMAST I/O ERROR, STATUS "
                   DELIMITED BY SIZE
                   C37-SRCMAST-STATUS DELIMITED BY SIZE
                   INTO C37-REJECT-REASON
               MOVE 12 TO RETURN-CODE
           END-IF.

       6000-write-security-log.
           MOVE SD-REQUEST-USER TO SC-USER-ID.
           SET SC-FUNC-MAINTENANCE TO TRUE.
           IF C37-CARD-APPLIED
               SET SC-GRANTED TO TRUE
           ELSE
               SET SC-DENIED TO TRUE
           END-IF.
           MOVE 'c000037' TO SC-PROGRAM.
           MOVE SPACES TO SC-TERMINAL-ID.
           MOVE C37-CURRENT-DATE TO SC-LOG-DATE.
           ACCEPT C37-CURRENT-TIME FROM TIME.
           MOVE C37-CURRENT-TIME TO SC-LOG-TIME.
           MOVE SPACES TO SC-DETAIL.
           STRING SD-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SD-SOURCE-SYSTEM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               C37-REJECT-REASON DELIMITED BY SIZE
               INTO SC-DETAIL.
           WRITE SECLOG-RECORD.
           IF C37-SECLOG-STATUS NOT = "00"
               DISPLAY "c000037 - WARNING: SECLOG WRITE FAILED, "
                   "STATUS " C37-SECLOG-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

       6100-write-reject.
           MOVE SD-ACTION TO C37-RJCT-ACTION.
           MOVE SD-SOURCE-SYSTEM TO C37-RJCT-SOURCE.
           MOVE C37-REJECT-REASON TO C37-RJCT-REASON.
           WRITE RJCT-LINE FROM C37-RJCT-DETAIL.

       9000-terminate.
           CLOSE SRCCARDS-FILE SRCMAST-FILE SECLOG-FILE
               SRCRJCT-FILE.
           MOVE C37-CARDS-READ TO C37-EDIT-COUNT.
           DISPLAY "c000037 - CONTROL CARDS READ:    " C37-EDIT-COUNT.
           MOVE C37-ADDED-COUNT TO C37-EDIT-COUNT.
           DISPLAY "c000037 - SOURCES ADDED:         " C37-EDIT-COUNT.
           MOVE C37-CHANGED-COUNT TO C37-EDIT-COUNT.
           DISPLAY "c000037 - SOURCES CHANGED:       " C37-EDIT-COUNT.
           MOVE C37-INACT-COUNT TO C37-EDIT-COUNT.
           DISPLAY "c000037 - SOURCES INACTIVATED:   " C37-EDIT-COUNT.
           MOVE C37-REJECTED-COUNT TO C37-EDIT-COUNT.
           DISPLAY "c000037 - CARDS REJECTED:        " C37-EDIT-COUNT.
           IF C37-REJECTED-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
