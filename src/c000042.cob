       IDENTIFICATION DIVISION.
       PROGRAM-ID. c000042.
      *
      * Maintains the SENSCAT sensitivity classification from
      * SENSCARD control cards (ADD/CHANGE/DELETE, layout in
      * CPYSNC) - the REFFILE business categories whose values are
      * confidential, and how many leading and trailing characters
      * of such a value stay readable when it is masked on the
      * DL11 inquiry and the batch listings and extracts.  Every
      * card processed - applied or rejected - is written to the
      * SECLOG security-activity log as a maintenance entry, the
      * same trail c000019 leaves for USERAUTH, and cards that
      * fail (duplicate add, change or delete of a category not
      * classified, bad class or keep count, unknown action) are
      * listed on SENSRJCT for the same run.
      *
      * RC=0 ALL CARDS APPLIED; RC=4 ONE OR MORE CARDS REJECTED;
      * RC=12 SENSCARD OR SENSCAT COULD NOT BE OPENED, OR AN I/O
      * ERROR ON SENSCAT OR SECLOG.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENSCARD-FILE ASSIGN TO "SENSCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C42-CARDS-STATUS.
           SELECT SENSCAT-FILE ASSIGN TO "SENSCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SN-CATEGORY
               FILE STATUS IS C42-SENSCAT-STATUS.
           SELECT SECLOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C42-SECLOG-STATUS.
           SELECT SENSRJCT-FILE ASSIGN TO "SENSRJCT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C42-RJCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SENSCARD-FILE
           RECORDING MODE IS F.
           COPY CPYSNC.

       FD  SENSCAT-FILE
           RECORDING MODE IS F.
           COPY CPYSNS.

       FD  SECLOG-FILE
           RECORDING MODE IS F.
           COPY CPYSEC.

       FD  SENSRJCT-FILE
           RECORDING MODE IS F.
       01  RJCT-LINE                 PIC X(133).

       WORKING-STORAGE SECTION.
       01  C42-CARDS-STATUS          PIC X(02).
       01  C42-SENSCAT-STATUS        PIC X(02).
       01  C42-SECLOG-STATUS         PIC X(02).
       01  C42-RJCT-STATUS           PIC X(02).
       01  C42-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  C42-AT-END                       VALUE 'Y'.
       01  C42-APPLIED-SWITCH        PIC X(01).
           88  C42-CARD-APPLIED                 VALUE 'Y'.
       01  C42-CURRENT-DATE          PIC 9(08).
       01  C42-CURRENT-TIME          PIC 9(08).
       01  C42-CARDS-READ            PIC 9(05) COMP VALUE 0.
       01  C42-ADDED-COUNT           PIC 9(05) COMP VALUE 0.
       01  C42-CHANGED-COUNT         PIC 9(05) COMP VALUE 0.
       01  C42-DELETED-COUNT         PIC 9(05) COMP VALUE 0.
       01  C42-REJECTED-COUNT        PIC 9(05) COMP VALUE 0.
       01  C42-EDIT-COUNT            PIC ZZ,ZZ9.
       01  C42-REJECT-REASON         PIC X(30).
      *    The most of a value either end may leave readable.
       01  C42-KEEP-MAX              PIC 9(02) VALUE 10.

       01  C42-RJCT-HEADING.
           05  FILLER                PIC X(36)
               VALUE "SENSITIVITY MAINTENANCE REJECTS     ".
           05  C42-RJCT-HDG-DATE     PIC 9(08).
           05  FILLER                PIC X(89) VALUE SPACES.
       01  C42-RJCT-DETAIL.
           05  C42-RJCT-ACTION       PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C42-RJCT-CATEGORY     PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C42-RJCT-REASON       PIC X(30).
           05  FILLER                PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 1000-initialize.
           PERFORM 2000-process-card UNTIL C42-AT-END.
           PERFORM 9000-terminate.
           GOBACK.

       1000-initialize.
           ACCEPT C42-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT C42-CURRENT-TIME FROM TIME.
           OPEN INPUT SENSCARD-FILE.
           IF C42-CARDS-STATUS NOT = "00"
               DISPLAY "c000042 - ERROR: UNABLE TO OPEN SENSCARD, "
                   "STATUS " C42-CARDS-STATUS
               MOVE 12 TO RETURN-CODE
               SET C42-AT-END TO TRUE
           END-IF.
      *    The first maintenance run arrives before anything has
      *    loaded the cluster, so fall back to OPEN OUTPUT the
      *    same way c000019 does for USERAUTH.
           OPEN I-O SENSCAT-FILE.
           IF C42-SENSCAT-STATUS = "35"
               OPEN OUTPUT SENSCAT-FILE
           END-IF.
           IF C42-SENSCAT-STATUS NOT = "00"
               DISPLAY "c000042 - ERROR: UNABLE TO OPEN SENSCAT, "
                   "STATUS " C42-SENSCAT-STATUS
               MOVE 12 TO RETURN-CODE
               SET C42-AT-END TO TRUE
           END-IF.
           OPEN EXTEND SECLOG-FILE.
           IF C42-SECLOG-STATUS = "35"
               OPEN OUTPUT SECLOG-FILE
           END-IF.
           OPEN OUTPUT SENSRJCT-FILE.
           MOVE C42-CURRENT-DATE TO C42-RJCT-HDG-DATE.
           WRITE RJCT-LINE FROM C42-RJCT-HEADING.

       2000-process-card.
           READ SENSCARD-FILE
               AT END
                   SET C42-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO C42-CARDS-READ
                   PERFORM 2100-apply-card
           END-READ.

       2100-apply-card.
           MOVE 'N' TO C42-APPLIED-SWITCH.
           MOVE SPACES TO C42-REJECT-REASON.
           IF SX-CATEGORY = SPACES
               MOVE "CATEGORY NOT CODED" TO C42-REJECT-REASON
           ELSE
               EVALUATE TRUE
                   WHEN SX-ACTION-ADD
                       PERFORM 2200-edit-card-fields
                       IF C42-REJECT-REASON = SPACES
                           PERFORM 3000-add-category
                       END-IF
                   WHEN SX-ACTION-CHANGE
                       PERFORM 2200-edit-card-fields
                       IF C42-REJECT-REASON = SPACES
                           PERFORM 4000-change-category
                       END-IF
                   WHEN SX-ACTION-DELETE
                       PERFORM 5000-delete-category
                   WHEN OTHER
                       MOVE "UNKNOWN ACTION ON CONTROL CARD"
                           TO C42-REJECT-REASON
               END-EVALUATE
           END-IF.
           IF NOT C42-CARD-APPLIED
               ADD 1 TO C42-REJECTED-COUNT
               PERFORM 6100-write-reject
           END-IF.
           PERFORM 6000-write-security-log.

       2200-edit-card-fields.
      *    The coded columns are checked before anything touches
      *    the master, so a bad card leaves the classification as
      *    it was.
           IF SX-CLASS NOT = SPACE
                   AND SX-CLASS NOT = 'C'
                   AND SX-CLASS NOT = 'U'
               MOVE "CLASS MUST BE C OR U" TO C42-REJECT-REASON
           END-IF.
           IF SX-KEEP-LEADING NOT = SPACES
               IF SX-KEEP-LEADING NOT NUMERIC
                   MOVE "LEADING KEEP NOT NUMERIC"
                       TO C42-REJECT-REASON
               ELSE
                   IF SX-KEEP-LEADING-N > C42-KEEP-MAX
                       MOVE "LEADING KEEP OVER 10"
                           TO C42-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF SX-KEEP-TRAILING NOT = SPACES
               IF SX-KEEP-TRAILING NOT NUMERIC
                   MOVE "TRAILING KEEP NOT NUMERIC"
                       TO C42-REJECT-REASON
               ELSE
                   IF SX-KEEP-TRAILING-N > C42-KEEP-MAX
                       MOVE "TRAILING KEEP OVER 10"
                           TO C42-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       3000-add-category.
      *    A blank class on an ADD means confidential - a category
      *    is classified because its values need protecting - and
      *    blank keep columns leave two characters at each end.
           MOVE SPACES TO SENSCAT-RECORD.
           MOVE SX-CATEGORY TO SN-CATEGORY.
           IF SX-CLASS = 'U'
               SET SN-UNRESTRICTED TO TRUE
           ELSE
               SET SN-CONFIDENTIAL TO TRUE
           END-IF.
           IF SX-KEEP-LEADING = SPACES
               MOVE 2 TO SN-KEEP-LEADING
           ELSE
               MOVE SX-KEEP-LEADING-N TO SN-KEEP-LEADING
           END-IF.
           IF SX-KEEP-TRAILING = SPACES
               MOVE 2 TO SN-KEEP-TRAILING
           ELSE
               MOVE SX-KEEP-TRAILING-N TO SN-KEEP-TRAILING
           END-IF.
           MOVE C42-CURRENT-DATE TO SN-UPDATE-DATE.
           MOVE SX-REQUEST-USER TO SN-UPDATE-USER.
           WRITE SENSCAT-RECORD
               INVALID KEY
                   MOVE "DUPLICATE ADD - CATEGORY ON FILE"
                       TO C42-REJECT-REASON
               NOT INVALID KEY
                   SET C42-CARD-APPLIED TO TRUE
                   ADD 1 TO C42-ADDED-COUNT
           END-WRITE.
           PERFORM 7000-check-io-result.

       4000-change-category.
      *    Only the columns actually coded overlay the record, so
      *    widening the masked middle does not declassify.
           MOVE SX-CATEGORY TO SN-CATEGORY.
           READ SENSCAT-FILE
               INVALID KEY
                   MOVE "CHANGE - CATEGORY NOT ON FILE"
                       TO C42-REJECT-REASON
               NOT INVALID KEY
                   IF SX-CLASS NOT = SPACE
                       MOVE SX-CLASS TO SN-CLASS
                   END-IF
                   IF SX-KEEP-LEADING NOT = SPACES
                       MOVE SX-KEEP-LEADING-N TO SN-KEEP-LEADING
                   END-IF
                   IF SX-KEEP-TRAILING NOT = SPACES
                       MOVE SX-KEEP-TRAILING-N TO SN-KEEP-TRAILING
                   END-IF
                   MOVE C42-CURRENT-DATE TO SN-UPDATE-DATE
                   MOVE SX-REQUEST-USER TO SN-UPDATE-USER
                   REWRITE SENSCAT-RECORD
                   IF C42-SENSCAT-STATUS = "00"
                       SET C42-CARD-APPLIED TO TRUE
                       ADD 1 TO C42-CHANGED-COUNT
                   END-IF
           END-READ.
           PERFORM 7000-check-io-result.

       5000-delete-category.
           MOVE SX-CATEGORY TO SN-CATEGORY.
           DELETE SENSCAT-FILE
               INVALID KEY
                   MOVE "DELETE - CATEGORY NOT ON FILE"
                       TO C42-REJECT-REASON
               NOT INVALID KEY
                   SET C42-CARD-APPLIED TO TRUE
                   ADD 1 TO C42-DELETED-COUNT
           END-DELETE.
           PERFORM 7000-check-io-result.

       7000-check-io-result.
      *    An I/O failure that is not an invalid-key condition
      *    takes neither the INVALID KEY nor the NOT INVALID KEY
      *    path above; surface the status so the card is rejected
      *    with a real reason instead of a blank one.
           IF NOT C42-CARD-APPLIED AND C42-REJECT-REASON = SPACES
               STRING "SENSCAT I/O ERROR, STATUS "
                   DELIMITED BY SIZE
                   C42-SENSCAT-STATUS DELIMITED BY SIZE
                   INTO C42-REJECT-REASON
               MOVE 12 TO RETURN-CODE
           END-IF.

       6000-write-security-log.
           MOVE SX-REQUEST-USER TO SC-USER-ID.
           SET SC-FUNC-MAINTENANCE TO TRUE.
           IF C42-CARD-APPLIED
               SET SC-GRANTED TO TRUE
           ELSE
               SET SC-DENIED TO TRUE
           END-IF.
           MOVE 'c000042' TO SC-PROGRAM.
           MOVE SPACES TO SC-TERMINAL-ID.
           MOVE C42-CURRENT-DATE TO SC-LOG-DATE.
           ACCEPT C42-CURRENT-TIME FROM TIME.
           MOVE C42-CURRENT-TIME TO SC-LOG-TIME.
           MOVE SPACES TO SC-DETAIL.
           STRING SX-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SX-CATEGORY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SX-CLASS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               C42-REJECT-REASON DELIMITED BY SIZE
               INTO SC-DETAIL.
           WRITE SECLOG-RECORD.
           IF C42-SECLOG-STATUS NOT = "00"
               DISPLAY "c000042 - WARNING: SECLOG WRITE FAILED, "
                   "STATUS " C42-SECLOG-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

       6100-write-reject.
           MOVE SX-ACTION TO C42-RJCT-ACTION.
           MOVE SX-CATEGORY TO C42-RJCT-CATEGORY.
           MOVE C42-REJECT-REASON TO C42-RJCT-REASON.
           WRITE RJCT-LINE FROM C42-RJCT-DETAIL.

       9000-terminate.
           CLOSE SENSCARD-FILE SENSCAT-FILE SECLOG-FILE
               SENSRJCT-FILE.
           MOVE C42-CARDS-READ TO C42-EDIT-COUNT.
           DISPLAY "c000042 - CONTROL CARDS READ:    " C42-EDIT-COUNT.
           MOVE C42-ADDED-COUNT TO C42-EDIT-COUNT.
           DISPLAY "c000042 - CATEGORIES ADDED:      " C42-EDIT-COUNT.
           MOVE C42-CHANGED-COUNT TO C42-EDIT-COUNT.
           DISPLAY "c000042 - CATEGORIES CHANGED:    " C42-EDIT-COUNT.
           MOVE C42-DELETED-COUNT TO C42-EDIT-COUNT.
           DISPLAY "c000042 - CATEGORIES DELETED:    " C42-EDIT-COUNT.
           MOVE C42-REJECTED-COUNT TO C42-EDIT-COUNT.
           DISPLAY "c000042 - CARDS REJECTED:        " C42-EDIT-COUNT.
           IF C42-REJECTED-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
