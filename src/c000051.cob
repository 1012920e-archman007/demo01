       IDENTIFICATION DIVISION.
       PROGRAM-ID. c000051.
      *
      * Maintains the MSGCAT message catalogue KSDS (copybook
      * CPYMSG) from MSGCARDS control cards (copybook CPYMCD) -
      * the catalogue MainProgram takes its substitute text from,
      * by the code on its PARMFILE card, for the run date.  An ADD
      * card enters a code, CHANGE overlays the fields it codes,
      * INACT takes a code out of use and DELETE removes it.  Every
      * card processed, applied or rejected, is written to the
      * MSGAUDIT trail (copybook CPYMAD) with the entry's before and
      * after images, and rejected cards are listed on MSGRJCT with
      * the reason.
      *
      * RC=0 EVERY CARD APPLIED; RC=4 SOME CARDS REJECTED; RC=12
      * MSGCARDS OR MSGCAT NOT AVAILABLE, OR AN I/O ERROR ON THE
      * CATALOGUE OR THE AUDIT TRAIL.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSGCARDS-FILE ASSIGN TO "MSGCARDS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C51-CARDS-STATUS.
           SELECT MSGCAT-FILE ASSIGN TO "MSGCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MC-CODE
               FILE STATUS IS C51-MSGCAT-STATUS.
           SELECT MSGAUDIT-FILE ASSIGN TO "MSGAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C51-AUDIT-STATUS.
           SELECT MSGRJCT-FILE ASSIGN TO "MSGRJCT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C51-RJCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MSGCARDS-FILE
           RECORDING MODE IS F.
           COPY CPYMCD.

       FD  MSGCAT-FILE
           RECORDING MODE IS F.
           COPY CPYMSG.

       FD  MSGAUDIT-FILE
           RECORDING MODE IS F.
           COPY CPYMAD.

       FD  MSGRJCT-FILE
           RECORDING MODE IS F.
       01  RJCT-LINE                 PIC X(133).

       WORKING-STORAGE SECTION.
       01  C51-CARDS-STATUS          PIC X(02).
       01  C51-MSGCAT-STATUS         PIC X(02).
       01  C51-AUDIT-STATUS          PIC X(02).
       01  C51-RJCT-STATUS           PIC X(02).
       01  C51-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  C51-AT-END                       VALUE 'Y'.
       01  C51-APPLIED-SWITCH        PIC X(01).
           88  C51-CARD-APPLIED                 VALUE 'Y'.
       01  C51-CATALOGUE-SWITCH      PIC X(01) VALUE 'N'.
           88  C51-CATALOGUE-OPENED             VALUE 'Y'.
       01  C51-CURRENT-DATE          PIC 9(08).
       01  C51-CURRENT-DATE-X REDEFINES C51-CURRENT-DATE
                                     PIC X(08).
       01  C51-CURRENT-TIME          PIC 9(08).
       01  C51-CARDS-READ            PIC 9(05) COMP VALUE 0.
       01  C51-ADDED-COUNT           PIC 9(05) COMP VALUE 0.
       01  C51-CHANGED-COUNT         PIC 9(05) COMP VALUE 0.
       01  C51-INACTIVATED-COUNT     PIC 9(05) COMP VALUE 0.
       01  C51-DELETED-COUNT         PIC 9(05) COMP VALUE 0.
       01  C51-REJECTED-COUNT        PIC 9(05) COMP VALUE 0.
       01  C51-EDIT-COUNT            PIC ZZ,ZZ9.
       01  C51-REJECT-REASON         PIC X(30).

       01  C51-RJCT-HEADING.
           05  FILLER                PIC X(42)
               VALUE "MESSAGE CATALOGUE MAINTENANCE REJECT LIST".
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C51-RJCT-HDG-DATE     PIC 9(08).
           05  FILLER                PIC X(81) VALUE SPACES.
       01  C51-RJCT-DETAIL.
           05  C51-RJCT-ACTION       PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C51-RJCT-CODE         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C51-RJCT-USER         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C51-RJCT-REASON       PIC X(30).
           05  FILLER                PIC X(75) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 1000-initialize.
           PERFORM 2000-process-card UNTIL C51-AT-END.
           PERFORM 9000-terminate.
           GOBACK.

       1000-initialize.
           ACCEPT C51-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT MSGCARDS-FILE.
           IF C51-CARDS-STATUS NOT = "00"
               DISPLAY "c000051 - ERROR: UNABLE TO OPEN MSGCARDS, "
                   "STATUS " C51-CARDS-STATUS
               MOVE 12 TO RETURN-CODE
               SET C51-AT-END TO TRUE
           END-IF.
      *    As for REFFILE: the first run finds the cluster empty
      *    and loads it through OPEN OUTPUT.
           OPEN I-O MSGCAT-FILE.
           IF C51-MSGCAT-STATUS = "35"
               OPEN OUTPUT MSGCAT-FILE
           END-IF.
           IF C51-MSGCAT-STATUS = "00"
               SET C51-CATALOGUE-OPENED TO TRUE
           ELSE
               DISPLAY "c000051 - ERROR: UNABLE TO OPEN MSGCAT, "
                   "STATUS " C51-MSGCAT-STATUS
               MOVE 12 TO RETURN-CODE
               SET C51-AT-END TO TRUE
           END-IF.
           OPEN EXTEND MSGAUDIT-FILE.
           IF C51-AUDIT-STATUS = "35"
               OPEN OUTPUT MSGAUDIT-FILE
           END-IF.
      *    No change goes in unaudited.
           IF C51-AUDIT-STATUS NOT = "00"
               DISPLAY "c000051 - ERROR: UNABLE TO OPEN MSGAUDIT, "
                   "STATUS " C51-AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
               SET C51-AT-END TO TRUE
           END-IF.
           OPEN OUTPUT MSGRJCT-FILE.
           MOVE C51-CURRENT-DATE TO C51-RJCT-HDG-DATE.
           WRITE RJCT-LINE FROM C51-RJCT-HEADING.

       2000-process-card.
           READ MSGCARDS-FILE
               AT END
                   SET C51-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO C51-CARDS-READ
                   PERFORM 2100-apply-card
           END-READ.

       2100-apply-card.
           MOVE 'N' TO C51-APPLIED-SWITCH.
           MOVE SPACES TO C51-REJECT-REASON.
           MOVE SPACES TO MA-BEFORE MA-AFTER.
           EVALUATE TRUE
               WHEN MM-CODE = SPACES
                   MOVE "MESSAGE CODE MISSING" TO C51-REJECT-REASON
               WHEN MM-USER-ID = SPACES
                   MOVE "USER ID MISSING" TO C51-REJECT-REASON
               WHEN MM-STATUS NOT = SPACE AND 'A' AND 'I'
                   MOVE "STATUS MUST BE A OR I" TO C51-REJECT-REASON
               WHEN MM-EFFECTIVE-DATE NOT = SPACES
                   AND MM-EFFECTIVE-DATE NOT NUMERIC
                   MOVE "EFFECTIVE DATE NOT YYYYMMDD"
                       TO C51-REJECT-REASON
               WHEN MM-EXPIRY-DATE NOT = SPACES
                   AND MM-EXPIRY-DATE NOT NUMERIC
                   MOVE "EXPIRY DATE NOT YYYYMMDD"
                       TO C51-REJECT-REASON
               WHEN MM-ACTION-ADD
                   PERFORM 3000-add-message
               WHEN MM-ACTION-CHANGE
                   PERFORM 4000-change-message
               WHEN MM-ACTION-INACT
                   PERFORM 5000-inactivate-message
               WHEN MM-ACTION-DELETE
                   PERFORM 5500-delete-message
               WHEN OTHER
                   MOVE "UNKNOWN ACTION ON CONTROL CARD"
                       TO C51-REJECT-REASON
           END-EVALUATE.
           IF NOT C51-CARD-APPLIED
               ADD 1 TO C51-REJECTED-COUNT
               PERFORM 6100-write-reject
           END-IF.
           PERFORM 6000-write-audit.

       3000-add-message.
      *    Defaults as for a REFFILE add: active, from the run date,
      *    open-ended.
           IF MM-TEXT = SPACES
               MOVE "ADD - MESSAGE TEXT MISSING" TO C51-REJECT-REASON
           ELSE
               MOVE SPACES TO MSGCAT-RECORD
               MOVE MM-CODE TO MC-CODE
               MOVE MM-TEXT TO MC-TEXT
               IF MM-STATUS = SPACE
                   SET MC-ACTIVE TO TRUE
               ELSE
                   MOVE MM-STATUS TO MC-STATUS
               END-IF
               IF MM-EFFECTIVE-DATE = SPACES
                   MOVE C51-CURRENT-DATE-X TO MC-EFFECTIVE-DATE
               ELSE
                   MOVE MM-EFFECTIVE-DATE TO MC-EFFECTIVE-DATE
               END-IF
               IF MM-EXPIRY-DATE = SPACES
                   MOVE "99991231" TO MC-EXPIRY-DATE
               ELSE
                   MOVE MM-EXPIRY-DATE TO MC-EXPIRY-DATE
               END-IF
               PERFORM 3100-check-date-range
               IF C51-REJECT-REASON = SPACES
                   MOVE C51-CURRENT-DATE-X TO MC-UPDATE-DATE
                   MOVE MM-USER-ID TO MC-UPDATE-USER
                   WRITE MSGCAT-RECORD
                       INVALID KEY
                           MOVE "DUPLICATE ADD - CODE ON FILE"
                               TO C51-REJECT-REASON
                       NOT INVALID KEY
                           SET C51-CARD-APPLIED TO TRUE
                           ADD 1 TO C51-ADDED-COUNT
                           PERFORM 6200-take-after-image
                   END-WRITE
                   PERFORM 7000-check-io-result
               END-IF
           END-IF.

       3100-check-date-range.
           IF MC-EFFECTIVE-DATE > MC-EXPIRY-DATE
               MOVE "EFFECTIVE DATE AFTER EXPIRY" TO C51-REJECT-REASON
           END-IF.

       4000-change-message.
      *    Only the fields coded on the card overlay the entry, so a
      *    new expiry date alone leaves the text as it was.
           MOVE MM-CODE TO MC-CODE.
           READ MSGCAT-FILE
               INVALID KEY
                   MOVE "CHANGE - CODE NOT ON FILE"
                       TO C51-REJECT-REASON
               NOT INVALID KEY
                   PERFORM 6150-take-before-image
                   IF MM-TEXT NOT = SPACES
                       MOVE MM-TEXT TO MC-TEXT
                   END-IF
                   IF MM-STATUS NOT = SPACE
                       MOVE MM-STATUS TO MC-STATUS
                   END-IF
                   IF MM-EFFECTIVE-DATE NOT = SPACES
                       MOVE MM-EFFECTIVE-DATE TO MC-EFFECTIVE-DATE
                   END-IF
                   IF MM-EXPIRY-DATE NOT = SPACES
                       MOVE MM-EXPIRY-DATE TO MC-EXPIRY-DATE
                   END-IF
                   PERFORM 3100-check-date-range
                   IF C51-REJECT-REASON = SPACES
                       PERFORM 4100-rewrite-message
                       IF C51-CARD-APPLIED
                           ADD 1 TO C51-CHANGED-COUNT
                       END-IF
                   END-IF
           END-READ.
           PERFORM 7000-check-io-result.

       4100-rewrite-message.
           MOVE C51-CURRENT-DATE-X TO MC-UPDATE-DATE.
           MOVE MM-USER-ID TO MC-UPDATE-USER.
           REWRITE MSGCAT-RECORD.
           IF C51-MSGCAT-STATUS = "00"
               SET C51-CARD-APPLIED TO TRUE
               PERFORM 6200-take-after-image
           END-IF.

       5000-inactivate-message.
      *    Out of use but kept, so the audit trail and the listing
      *    still show what the code said and when.
           MOVE MM-CODE TO MC-CODE.
           READ MSGCAT-FILE
               INVALID KEY
                   MOVE "INACT - CODE NOT ON FILE"
                       TO C51-REJECT-REASON
               NOT INVALID KEY
                   PERFORM 6150-take-before-image
                   SET MC-INACTIVE TO TRUE
                   PERFORM 4100-rewrite-message
                   IF C51-CARD-APPLIED
                       ADD 1 TO C51-INACTIVATED-COUNT
                   END-IF
           END-READ.
           PERFORM 7000-check-io-result.

       5500-delete-message.
           MOVE MM-CODE TO MC-CODE.
           READ MSGCAT-FILE
               INVALID KEY
                   MOVE "DELETE - CODE NOT ON FILE"
                       TO C51-REJECT-REASON
               NOT INVALID KEY
                   PERFORM 6150-take-before-image
                   DELETE MSGCAT-FILE RECORD
                   IF C51-MSGCAT-STATUS = "00"
                       SET C51-CARD-APPLIED TO TRUE
                       ADD 1 TO C51-DELETED-COUNT
                   END-IF
           END-READ.
           PERFORM 7000-check-io-result.

       6000-write-audit.
           MOVE MM-ACTION TO MA-ACTION.
           MOVE MM-CODE TO MA-CODE.
           MOVE MM-USER-ID TO MA-USER-ID.
           MOVE C51-CURRENT-DATE-X TO MA-AUDIT-DATE.
           ACCEPT C51-CURRENT-TIME FROM TIME.
           MOVE C51-CURRENT-TIME TO MA-AUDIT-TIME.
           IF C51-CARD-APPLIED
               SET MA-RESULT-APPLIED TO TRUE
               MOVE SPACES TO MA-REASON
           ELSE
               SET MA-RESULT-REJECTED TO TRUE
               MOVE C51-REJECT-REASON TO MA-REASON
           END-IF.
           WRITE MSGAUDIT-RECORD.
           IF C51-AUDIT-STATUS NOT = "00"
               DISPLAY "c000051 - WARNING: MSGAUDIT WRITE FAILED, "
                   "STATUS " C51-AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

       6100-write-reject.
           MOVE MM-ACTION TO C51-RJCT-ACTION.
           MOVE MM-CODE TO C51-RJCT-CODE.
           MOVE MM-USER-ID TO C51-RJCT-USER.
           MOVE C51-REJECT-REASON TO C51-RJCT-REASON.
           WRITE RJCT-LINE FROM C51-RJCT-DETAIL.

       6150-take-before-image.
           MOVE MC-TEXT TO MA-BEFORE-TEXT.
           MOVE MC-EFFECTIVE-DATE TO MA-BEFORE-EFFECTIVE.
           MOVE MC-EXPIRY-DATE TO MA-BEFORE-EXPIRY.
           MOVE MC-STATUS TO MA-BEFORE-STATUS.

       6200-take-after-image.
           MOVE MC-TEXT TO MA-AFTER-TEXT.
           MOVE MC-EFFECTIVE-DATE TO MA-AFTER-EFFECTIVE.
           MOVE MC-EXPIRY-DATE TO MA-AFTER-EXPIRY.
           MOVE MC-STATUS TO MA-AFTER-STATUS.

       7000-check-io-result.
      *    As c000006: a failure that is not an invalid-key
      *    condition takes neither path above, so give the card a
      *    real reason.
           IF NOT C51-CARD-APPLIED AND C51-REJECT-REASON = SPACES
               STRING "MSGCAT I/O ERROR, STATUS "
                   DELIMITED BY SIZE
                   C51-MSGCAT-STATUS DELIMITED BY SIZE
                   INTO C51-REJECT-REASON
               MOVE 12 TO RETURN-CODE
           END-IF.

       9000-terminate.
           CLOSE MSGCARDS-FILE MSGAUDIT-FILE MSGRJCT-FILE.
           IF C51-CATALOGUE-OPENED
               CLOSE MSGCAT-FILE
           END-IF.
           IF C51-REJECTED-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE C51-CARDS-READ TO C51-EDIT-COUNT.
           DISPLAY "c000051 - CONTROL CARDS READ:    " C51-EDIT-COUNT.
           MOVE C51-ADDED-COUNT TO C51-EDIT-COUNT.
           DISPLAY "c000051 - MESSAGES ADDED:        " C51-EDIT-COUNT.
           MOVE C51-CHANGED-COUNT TO C51-EDIT-COUNT.
           DISPLAY "c000051 - MESSAGES CHANGED:      " C51-EDIT-COUNT.
           MOVE C51-INACTIVATED-COUNT TO C51-EDIT-COUNT.
           DISPLAY "c000051 - MESSAGES INACTIVATED:  " C51-EDIT-COUNT.
           MOVE C51-DELETED-COUNT TO C51-EDIT-COUNT.
           DISPLAY "c000051 - MESSAGES DELETED:      " C51-EDIT-COUNT.
           MOVE C51-REJECTED-COUNT TO C51-EDIT-COUNT.
           DISPLAY "c000051 - CARDS REJECTED:        " C51-EDIT-COUNT.
