       IDENTIFICATION DIVISION.
       PROGRAM-ID. c000041.
      *
      * Sensitive-value masking service for the batch listings and
      * extracts.  A value is confidential when its REFFILE code
      * carries a business category the SENSCAT classification
      * file marks confidential; such a value is printed or
      * written with only its leading and trailing characters
      * showing (the counts kept per category on SENSCAT), the
      * rest replaced by asterisks, so a listing or an extract
      * never carries it in full by default.
      *
      * A run that genuinely needs the full values carries an
      * UNMASKRQ card (copybook CPYUNM) naming the requesting user
      * and the reason.  The user must be active on USERAUTH with
      * the unmask flag; the request is written to SECLOG (function
      * U) granted or denied either way, and a denied or
      * unreadable request leaves the run masked.  A run without
      * the card is masked and writes nothing to SECLOG.
      *
      * The request area (copybook CPYMSK) selects the work: 'O'
      * loads the classification and settles the unmask request
      * once for the run, 'M' masks one value in place, and 'C'
      * closes the files and reports the run's counts.  With no
      * SENSCAT, or none of its categories confidential, nothing is
      * masked - the same unchecked-with-a-warning treatment an
      * absent SRCMAST gets.  With confidential categories but no
      * REFFILE to classify a value by, every value is masked.
      * The caller's RETURN-CODE is left exactly as it was, the
      * c000016 rule.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENSCAT-FILE ASSIGN TO "SENSCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SN-CATEGORY
               FILE STATUS IS C41-SENSCAT-STATUS.
           SELECT REFFILE-FILE ASSIGN TO "REFFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REF-CODE
               FILE STATUS IS C41-REFFILE-STATUS.
           SELECT UNMASKRQ-FILE ASSIGN TO "UNMASKRQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C41-UNMASK-STATUS.
           SELECT USERAUTH-FILE ASSIGN TO "USERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UA-USER-ID
               FILE STATUS IS C41-AUTH-STATUS.
           SELECT SECLOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C41-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SENSCAT-FILE
           RECORDING MODE IS F.
           COPY CPYSNS.

       FD  REFFILE-FILE
           RECORDING MODE IS F.
           COPY CPYVAL.

       FD  UNMASKRQ-FILE
           RECORDING MODE IS F.
           COPY CPYUNM.

       FD  USERAUTH-FILE
           RECORDING MODE IS F.
           COPY CPYUSR.

       FD  SECLOG-FILE
           RECORDING MODE IS F.
           COPY CPYSEC.

       WORKING-STORAGE SECTION.
       01  C41-SENSCAT-STATUS        PIC X(02).
       01  C41-REFFILE-STATUS        PIC X(02).
       01  C41-UNMASK-STATUS         PIC X(02).
       01  C41-AUTH-STATUS           PIC X(02).
       01  C41-SECLOG-STATUS         PIC X(02).
       01  C41-SAVED-RETURN-CODE     PIC S9(09) COMP.
       01  C41-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  C41-AT-END                       VALUE 'Y'.
       01  C41-REF-OPEN-SWITCH       PIC X(01) VALUE 'N'.
           88  C41-REFFILE-AVAILABLE            VALUE 'Y'.
       01  C41-GRANT-SWITCH          PIC X(01) VALUE 'N'.
           88  C41-UNMASK-GRANTED               VALUE 'Y'.
       01  C41-CAT-FOUND-SWITCH      PIC X(01).
           88  C41-CAT-FOUND                    VALUE 'Y'.
       01  C41-CURRENT-DATE          PIC 9(08).
       01  C41-CURRENT-TIME          PIC 9(08).
       01  C41-DENY-REASON           PIC X(20).
       01  C41-EDIT-COUNT            PIC ZZZ,ZZ9.

      *    The confidential categories, loaded once at OPEN.
       01  C41-CAT-MAX               PIC 9(03) COMP VALUE 100.
       01  C41-CAT-COUNT             PIC 9(03) COMP VALUE 0.
       01  C41-CAT-IDX               PIC 9(03) COMP VALUE 0.
       01  C41-CAT-TABLE.
           05  C41-CAT-ENTRY         OCCURS 100 TIMES.
               10  C41-CAT-NAME      PIC X(08).
               10  C41-CAT-LEADING   PIC 9(02).
               10  C41-CAT-TRAILING  PIC 9(02).

      *    The last code classified - a listing sorted or grouped
      *    by value asks about the same one many times running.
       01  C41-LAST-CODE             PIC X(50) VALUE LOW-VALUES.
       01  C41-LAST-CONFIDENTIAL     PIC X(01) VALUE 'N'.
       01  C41-LAST-LEADING          PIC 9(02) VALUE 0.
       01  C41-LAST-TRAILING         PIC 9(02) VALUE 0.
       01  C41-CODE-WORK             PIC X(50).
       01  C41-VALUE-LENGTH          PIC 9(03) COMP.
       01  C41-MASK-START            PIC 9(03) COMP.
       01  C41-MASK-LENGTH           PIC 9(03) COMP.

       LINKAGE SECTION.
           COPY CPYMSK.

       PROCEDURE DIVISION USING MASK-REQUEST.
      *    Masking must never change how the run itself ends.
           MOVE RETURN-CODE TO C41-SAVED-RETURN-CODE.
           EVALUATE TRUE
               WHEN MK-OPEN
                   PERFORM 1000-open-for-run
               WHEN MK-MASK
                   PERFORM 2000-mask-value
               WHEN MK-CLOSE
                   PERFORM 3000-close-for-run
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE C41-SAVED-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       1000-open-for-run.
           ACCEPT C41-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO MK-MASKED-COUNT MK-UNMASKED-COUNT.
           MOVE 'N' TO MK-UNMASK-SWITCH MK-CONFIDENTIAL-SWITCH.
           PERFORM 1100-load-classification.
           IF C41-CAT-COUNT > 0
               OPEN INPUT REFFILE-FILE
               IF C41-REFFILE-STATUS = "00"
                   SET C41-REFFILE-AVAILABLE TO TRUE
               ELSE
                   DISPLAY "c000041 - WARNING: REFFILE NOT "
                       "AVAILABLE, STATUS " C41-REFFILE-STATUS
                       " - EVERY VALUE WILL BE MASKED FOR "
                       MK-CALLER-PROGRAM
               END-IF
           END-IF.
           PERFORM 1200-settle-unmask-request.

       1100-load-classification.
           MOVE 'N' TO C41-EOF-SWITCH.
           OPEN INPUT SENSCAT-FILE.
           IF C41-SENSCAT-STATUS = "00"
               PERFORM 1110-load-one-category UNTIL C41-AT-END
               CLOSE SENSCAT-FILE
           ELSE
               DISPLAY "c000041 - WARNING: SENSCAT NOT AVAILABLE, "
                   "STATUS " C41-SENSCAT-STATUS " - NO VALUES "
                   "MASKED FOR " MK-CALLER-PROGRAM
           END-IF.

       1110-load-one-category.
           READ SENSCAT-FILE NEXT
               AT END
                   SET C41-AT-END TO TRUE
               NOT AT END
                   IF SN-CONFIDENTIAL
                       IF C41-CAT-COUNT < C41-CAT-MAX
                           ADD 1 TO C41-CAT-COUNT
                           MOVE SN-CATEGORY
                               TO C41-CAT-NAME (C41-CAT-COUNT)
                           MOVE SN-KEEP-LEADING
                               TO C41-CAT-LEADING (C41-CAT-COUNT)
                           MOVE SN-KEEP-TRAILING
                               TO C41-CAT-TRAILING (C41-CAT-COUNT)
                       ELSE
                           DISPLAY "c000041 - WARNING: MORE THAN "
                               "100 CONFIDENTIAL CATEGORIES - "
                               SN-CATEGORY " NOT LOADED"
                       END-IF
                   END-IF
           END-READ.

       1200-settle-unmask-request.
      *    No card, or a blank one, is the normal masked run and
      *    needs no log entry.
           MOVE SPACES TO UNMASK-CARD.
           OPEN INPUT UNMASKRQ-FILE.
           IF C41-UNMASK-STATUS = "00"
               READ UNMASKRQ-FILE
                   AT END
                       MOVE SPACES TO UNMASK-CARD
               END-READ
               CLOSE UNMASKRQ-FILE
           END-IF.
           IF UM-USER-ID NOT = SPACES
               PERFORM 1300-check-unmask-authority
               PERFORM 1400-log-unmask-request
               IF C41-UNMASK-GRANTED
                   SET MK-UNMASKED TO TRUE
                   DISPLAY "c000041 - UNMASK GRANTED TO " UM-USER-ID
                       " FOR " MK-CALLER-PROGRAM
               ELSE
                   DISPLAY "c000041 - WARNING: UNMASK DENIED TO "
                       UM-USER-ID " (" C41-DENY-REASON ") - "
                       MK-CALLER-PROGRAM " OUTPUT STAYS MASKED"
               END-IF
           END-IF.

       1300-check-unmask-authority.
      *    Unlike the inquiry check, an unreadable authority file
      *    refuses the request - the masked run is the safe one.
           MOVE 'N' TO C41-GRANT-SWITCH.
           MOVE SPACES TO C41-DENY-REASON.
           OPEN INPUT USERAUTH-FILE.
           IF C41-AUTH-STATUS NOT = "00"
               MOVE "USERAUTH UNAVAILABLE" TO C41-DENY-REASON
           ELSE
               MOVE UM-USER-ID TO UA-USER-ID
               READ USERAUTH-FILE
                   INVALID KEY
                       MOVE "USER NOT ON FILE" TO C41-DENY-REASON
                   NOT INVALID KEY
                       IF UA-ACTIVE AND UA-UNMASK = 'Y'
                           SET C41-UNMASK-GRANTED TO TRUE
                       ELSE
                           MOVE "NO UNMASK AUTHORITY"
                               TO C41-DENY-REASON
                       END-IF
               END-READ
               CLOSE USERAUTH-FILE
           END-IF.

       1400-log-unmask-request.
           MOVE UM-USER-ID TO SC-USER-ID.
           SET SC-FUNC-UNMASK TO TRUE.
           IF C41-UNMASK-GRANTED
               SET SC-GRANTED TO TRUE
           ELSE
               SET SC-DENIED TO TRUE
           END-IF.
           MOVE MK-CALLER-PROGRAM TO SC-PROGRAM.
           MOVE SPACES TO SC-TERMINAL-ID.
           MOVE C41-CURRENT-DATE TO SC-LOG-DATE.
           ACCEPT C41-CURRENT-TIME FROM TIME.
           MOVE C41-CURRENT-TIME TO SC-LOG-TIME.
           MOVE SPACES TO SC-DETAIL.
           IF C41-UNMASK-GRANTED
               MOVE UM-REASON TO SC-DETAIL
           ELSE
               STRING C41-DENY-REASON DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   UM-REASON DELIMITED BY SIZE
                   INTO SC-DETAIL
           END-IF.
           OPEN EXTEND SECLOG-FILE.
           IF C41-SECLOG-STATUS = "35"
               OPEN OUTPUT SECLOG-FILE
           END-IF.
           WRITE SECLOG-RECORD.
           IF C41-SECLOG-STATUS NOT = "00"
      *        An unmasked run nobody can see on SECLOG is not
      *        allowed to happen.
               DISPLAY "c000041 - WARNING: SECLOG WRITE FAILED, "
                   "STATUS " C41-SECLOG-STATUS " - UNMASK REQUEST "
                   "REFUSED"
               MOVE 'N' TO C41-GRANT-SWITCH
           END-IF.
           CLOSE SECLOG-FILE.

       2000-mask-value.
           MOVE 'N' TO MK-CONFIDENTIAL-SWITCH.
           IF C41-CAT-COUNT > 0 AND MK-VALUE NOT = SPACES
               PERFORM 2100-classify-value
               IF MK-CONFIDENTIAL
                   IF C41-UNMASK-GRANTED
                       ADD 1 TO MK-UNMASKED-COUNT
                   ELSE
                       ADD 1 TO MK-MASKED-COUNT
                       PERFORM 2200-apply-mask
                   END-IF
               END-IF
           END-IF.

       2100-classify-value.
      *    The value's code is looked up the way c000001 validated
      *    it - trimmed, first 50 characters.
           MOVE FUNCTION TRIM (MK-VALUE) TO C41-CODE-WORK.
           IF C41-CODE-WORK NOT = C41-LAST-CODE
               MOVE C41-CODE-WORK TO C41-LAST-CODE
               MOVE 'N' TO C41-LAST-CONFIDENTIAL
               IF C41-REFFILE-AVAILABLE
                   MOVE C41-CODE-WORK TO REF-CODE
                   READ REFFILE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 2110-find-category
                   END-READ
               ELSE
      *            Nothing to classify by - mask with the default
      *            two-and-two.
                   MOVE 'Y' TO C41-LAST-CONFIDENTIAL
                   MOVE 2 TO C41-LAST-LEADING C41-LAST-TRAILING
               END-IF
           END-IF.
           MOVE C41-LAST-CONFIDENTIAL TO MK-CONFIDENTIAL-SWITCH.

       2110-find-category.
           MOVE 'N' TO C41-CAT-FOUND-SWITCH.
           PERFORM 2120-search-category
               VARYING C41-CAT-IDX FROM 1 BY 1
               UNTIL C41-CAT-IDX > C41-CAT-COUNT
                   OR C41-CAT-FOUND.
           IF C41-CAT-FOUND
               MOVE 'Y' TO C41-LAST-CONFIDENTIAL
               MOVE C41-CAT-LEADING (C41-CAT-IDX)
                   TO C41-LAST-LEADING
               MOVE C41-CAT-TRAILING (C41-CAT-IDX)
                   TO C41-LAST-TRAILING
           END-IF.

       2120-search-category.
           IF C41-CAT-NAME (C41-CAT-IDX) = REF-CATEGORY
               SET C41-CAT-FOUND TO TRUE
      *        The VARYING adds one more before the UNTIL test sees
      *        the switch, so step back to the matched slot.
               SUBTRACT 1 FROM C41-CAT-IDX
           END-IF.

       2200-apply-mask.
      *    Everything between the kept leading and trailing
      *    characters becomes asterisks; a value too short to keep
      *    both ends is masked whole, so nothing short enough to
      *    guess is ever left readable.
           COMPUTE C41-VALUE-LENGTH = FUNCTION LENGTH
               (FUNCTION TRIM (MK-VALUE TRAILING)).
           IF C41-VALUE-LENGTH
                   > C41-LAST-LEADING + C41-LAST-TRAILING
               COMPUTE C41-MASK-START = C41-LAST-LEADING + 1
               COMPUTE C41-MASK-LENGTH = C41-VALUE-LENGTH
                   - C41-LAST-LEADING - C41-LAST-TRAILING
           ELSE
               MOVE 1 TO C41-MASK-START
               MOVE C41-VALUE-LENGTH TO C41-MASK-LENGTH
           END-IF.
           MOVE ALL "*" TO MK-VALUE (C41-MASK-START:C41-MASK-LENGTH).

       3000-close-for-run.
           IF C41-REFFILE-AVAILABLE
               CLOSE REFFILE-FILE
               MOVE 'N' TO C41-REF-OPEN-SWITCH
           END-IF.
           IF C41-CAT-COUNT > 0
               MOVE MK-MASKED-COUNT TO C41-EDIT-COUNT
               DISPLAY "c000041 - " MK-CALLER-PROGRAM
                   " CONFIDENTIAL VALUES MASKED:   " C41-EDIT-COUNT
               MOVE MK-UNMASKED-COUNT TO C41-EDIT-COUNT
               DISPLAY "c000041 - " MK-CALLER-PROGRAM
                   " CONFIDENTIAL VALUES UNMASKED: " C41-EDIT-COUNT
           END-IF.
