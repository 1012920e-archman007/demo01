       IDENTIFICATION DIVISION.
       PROGRAM-ID. c000056.
      *
      * Reference synchronization from the official code-set
      * publication.  The outside body behind REFFILE's codes
      * issues the full set each month (layout in copybook
      * CPYPUB); this run compares it, code by code, against the
      * reference master and reports on SYNCRPT:
      *
      *   NEW CODE    published current, not on REFFILE;
      *   DESC CHG    description differs from the publication;
      *   CATEGORY    category differs from the publication;
      *   NEW EXPIRY  published expiry differs from ours;
      *   WITHDRAWN   published withdrawn, still in service here
      *               past the withdrawal date;
      *   LOCAL       on REFFILE but not in the publication at
      *               all - a code maintained here, listed in a
      *               section of its own and never touched.
      *
      * SYNCCRDS receives the matching REFCARDS deck (layout in
      * copybook CPYRCD): an ADD card for each new code and one
      * CHANGE card per differing code carrying only the fields
      * that differ, so c000006 overlays nothing else.  A
      * withdrawn code is expired on its withdrawal date (the run
      * date when the publication gives none), never deleted, so
      * history and suspense items still resolve against it.  Like
      * c000032's candidate deck it is a draft: review it, copy it
      * to REFCARDS and run DL100F, where the usual two-person
      * approval applies.
      *
      * The publication is checked end to end before anything is
      * compared - header first, trailer last, trailer count equal
      * to the detail records read - so a truncated file cannot
      * pass its missing codes off as local ones.
      *
      * PARM='UUUUUUUU' NAMES THE REQUESTING USER STAMPED ON THE
      * CARDS - IT MUST HOLD THE MATCHING REFFILE FUNCTIONS ON
      * USERAUTH OR c000006 WILL REJECT THE DECK CARD FOR CARD.
      * WITH NO USER THE CARDS CARRY THE PLACEHOLDER REVIEW, WHICH
      * MUST BE OVERKEYED DURING THE REVIEW.
      * RC=4 THE CODE TABLE FILLED (LOCAL LIST INCOMPLETE); RC=12
      * PUBLICATION INCOMPLETE OR OUT OF FORM (NO CARDS WRITTEN),
      * OR PUBFILE, REFFILE, SYNCRPT OR SYNCCRDS NOT AVAILABLE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PUBFILE-FILE ASSIGN TO "PUBFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C56-PUB-STATUS.
           SELECT REFFILE-FILE ASSIGN TO "REFFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-CODE
               FILE STATUS IS C56-REFFILE-STATUS.
           SELECT SYNCRPT-FILE ASSIGN TO "SYNCRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C56-RPT-STATUS.
           SELECT SYNCCRDS-FILE ASSIGN TO "SYNCCRDS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C56-CARDS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PUBFILE-FILE
           RECORDING MODE IS F.
           COPY CPYPUB.

       FD  REFFILE-FILE
           RECORDING MODE IS F.
           COPY CPYVAL.

       FD  SYNCRPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                  PIC X(133).

       FD  SYNCCRDS-FILE
           RECORDING MODE IS F.
           COPY CPYRCD.

       WORKING-STORAGE SECTION.
       01  C56-PUB-STATUS            PIC X(02).
       01  C56-REFFILE-STATUS        PIC X(02).
       01  C56-RPT-STATUS            PIC X(02).
       01  C56-CARDS-STATUS          PIC X(02).
       01  C56-EOF-SWITCH            PIC X(01).
           88  C56-AT-END                       VALUE 'Y'.
       01  C56-FOUND-SWITCH          PIC X(01).
           88  C56-FOUND                        VALUE 'Y'.
       01  C56-CARD-SWITCH           PIC X(01).
           88  C56-CARD-NEEDED                  VALUE 'Y'.
       01  C56-REFFILE-SWITCH        PIC X(01) VALUE 'N'.
           88  C56-REFFILE-OPENED               VALUE 'Y'.
       01  C56-FORM-SWITCH           PIC X(01) VALUE 'N'.
           88  C56-PUBLICATION-GOOD             VALUE 'Y'.
       01  C56-TRAILER-SWITCH        PIC X(01).
           88  C56-TRAILER-SEEN                 VALUE 'Y'.
       01  C56-RUN-DATE              PIC 9(08).
       01  C56-RUN-DATE-X REDEFINES C56-RUN-DATE
                                     PIC X(08).
       01  C56-CARD-USER             PIC X(08) VALUE "REVIEW".
       01  C56-PARM-REST             PIC S9(04) COMP.
       01  C56-FORM-REASON           PIC X(60).
       01  C56-PUB-DATE              PIC X(08) VALUE SPACES.
       01  C56-PUB-EXPIRY            PIC X(08).
       01  C56-RECORDS-READ          PIC 9(09) COMP VALUE 0.
       01  C56-DETAILS-READ          PIC 9(09) COMP VALUE 0.
       01  C56-TRAILER-COUNT         PIC 9(09) COMP VALUE 0.
       01  C56-COMPARED-COUNT        PIC 9(05) COMP VALUE 0.
       01  C56-NEW-COUNT             PIC 9(05) COMP VALUE 0.
       01  C56-DESC-COUNT            PIC 9(05) COMP VALUE 0.
       01  C56-CATEGORY-COUNT        PIC 9(05) COMP VALUE 0.
       01  C56-EXPIRY-COUNT          PIC 9(05) COMP VALUE 0.
       01  C56-WITHDRAWN-COUNT       PIC 9(05) COMP VALUE 0.
       01  C56-OUT-COUNT             PIC 9(05) COMP VALUE 0.
       01  C56-NEVER-HELD-COUNT      PIC 9(05) COMP VALUE 0.
       01  C56-LOCAL-COUNT           PIC 9(05) COMP VALUE 0.
       01  C56-ADD-CARDS             PIC 9(05) COMP VALUE 0.
       01  C56-CHANGE-CARDS          PIC 9(05) COMP VALUE 0.
       01  C56-EDIT-COUNT            PIC ZZZ,ZZ9.

      *    Every code on the master, marked off as the publication
      *    names it; whatever is still unmarked at the end is kept
      *    locally.
       01  C56-CODE-MAX              PIC 9(04) COMP VALUE 2000.
       01  C56-CODE-COUNT            PIC 9(04) COMP VALUE 0.
       01  C56-CODE-IDX              PIC 9(04) COMP VALUE 0.
       01  C56-CODE-OVERFLOW-SW      PIC X(01) VALUE 'N'.
           88  C56-CODE-OVERFLOW                VALUE 'Y'.
       01  C56-CODE-TABLE.
           05  C56-CODE-ENTRY        OCCURS 2000 TIMES.
               10  C56-CT-CODE       PIC X(50).
               10  C56-CT-DESCRIPTION
                                     PIC X(40).
               10  C56-CT-SEEN       PIC X(01).

       01  C56-RPT-HEADING.
           05  FILLER                PIC X(30)
               VALUE "CODE-SET PUBLICATION SYNC  ".
           05  FILLER                PIC X(09) VALUE "RUN DATE ".
           05  C56-HDG-DATE          PIC 9(08).
           05  FILLER                PIC X(15)
               VALUE "  PUBLICATION ".
           05  C56-HDG-PUB-DATE      PIC X(08).
           05  FILLER                PIC X(63) VALUE SPACES.
       01  C56-RPT-COLUMNS.
           05  FILLER                PIC X(62) VALUE
               "CHANGE     CODE".
           05  FILLER                PIC X(71) VALUE
               "REFFILE / PUBLISHED".
       01  C56-RPT-DETAIL.
           05  C56-DL-TYPE           PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C56-DL-CODE           PIC X(50).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C56-DL-LABEL          PIC X(04).
           05  C56-DL-VALUE          PIC X(40).
           05  FILLER                PIC X(27) VALUE SPACES.
       01  C56-RPT-TOTAL-LINE.
           05  C56-TOT-LABEL         PIC X(40).
           05  C56-TOT-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                PIC X(86) VALUE SPACES.

       LINKAGE SECTION.
       01  C56-JCL-PARM.
           05  C56-JCL-PARM-LEN       PIC S9(4) COMP.
           05  C56-JCL-PARM-TEXT      PIC X(20).

       PROCEDURE DIVISION USING C56-JCL-PARM.
           PERFORM 1000-initialize.
           IF RETURN-CODE < 12
               PERFORM 2000-check-publication
           END-IF.
           IF RETURN-CODE < 12
               PERFORM 3000-load-master-codes
           END-IF.
           IF RETURN-CODE < 12
               PERFORM 4000-compare-publication
               PERFORM 5000-report-local-codes
           END-IF.
           PERFORM 9000-terminate.
           GOBACK.

       1000-initialize.
           ACCEPT C56-RUN-DATE FROM DATE YYYYMMDD.
      *    The requesting user stamped on the cards - c000006
      *    authorizes each card against this user.
           IF C56-JCL-PARM-LEN > 0
               AND C56-JCL-PARM-TEXT (1:1) NOT = SPACE
      *        Only the bytes the caller actually passed.
               MOVE C56-JCL-PARM-LEN TO C56-PARM-REST
               IF C56-PARM-REST > 8
                   MOVE 8 TO C56-PARM-REST
               END-IF
               MOVE SPACES TO C56-CARD-USER
               MOVE C56-JCL-PARM-TEXT (1:C56-PARM-REST)
                   TO C56-CARD-USER
           END-IF.
           OPEN OUTPUT SYNCRPT-FILE.
           IF C56-RPT-STATUS NOT = "00"
               DISPLAY "c000056 - ERROR: UNABLE TO OPEN SYNCRPT, "
                   "STATUS " C56-RPT-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT SYNCCRDS-FILE.
           IF C56-CARDS-STATUS NOT = "00"
               DISPLAY "c000056 - ERROR: UNABLE TO OPEN SYNCCRDS, "
                   "STATUS " C56-CARDS-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

       2000-check-publication.
      *    A first pass that only proves the file whole: header
      *    first, trailer last, and the trailer's count equal to
      *    the detail records between them.
           MOVE SPACES TO C56-FORM-REASON.
           MOVE 'N' TO C56-EOF-SWITCH C56-TRAILER-SWITCH.
           OPEN INPUT PUBFILE-FILE.
           IF C56-PUB-STATUS NOT = "00"
               STRING "PUBFILE NOT AVAILABLE, STATUS "
                   DELIMITED BY SIZE
                   C56-PUB-STATUS DELIMITED BY SIZE
                   INTO C56-FORM-REASON
           ELSE
               PERFORM 2100-check-one-record UNTIL C56-AT-END
               CLOSE PUBFILE-FILE
               EVALUATE TRUE
                   WHEN C56-FORM-REASON NOT = SPACES
                       CONTINUE
                   WHEN C56-RECORDS-READ = 0
                       MOVE "PUBLICATION IS EMPTY"
                           TO C56-FORM-REASON
                   WHEN NOT C56-TRAILER-SEEN
                       MOVE "NO TRAILER - PUBLICATION TRUNCATED"
                           TO C56-FORM-REASON
                   WHEN C56-TRAILER-COUNT NOT = C56-DETAILS-READ
                       MOVE "TRAILER COUNT DOES NOT MATCH DETAILS READ"
                           TO C56-FORM-REASON
               END-EVALUATE
           END-IF.
           MOVE C56-RUN-DATE TO C56-HDG-DATE.
           MOVE C56-PUB-DATE TO C56-HDG-PUB-DATE.
           WRITE RPT-LINE FROM C56-RPT-HEADING.
           IF C56-FORM-REASON = SPACES
               SET C56-PUBLICATION-GOOD TO TRUE
           ELSE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               STRING "PUBLICATION REFUSED - " DELIMITED BY SIZE
                   C56-FORM-REASON DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
               MOVE "NOTHING COMPARED AND NO CARDS WRITTEN"
                   TO RPT-LINE
               WRITE RPT-LINE
               DISPLAY "c000056 - ERROR: PUBLICATION REFUSED - "
                   C56-FORM-REASON
               MOVE 12 TO RETURN-CODE
           END-IF.

       2100-check-one-record.
           READ PUBFILE-FILE
               AT END
                   SET C56-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO C56-RECORDS-READ
                   EVALUATE TRUE
                       WHEN C56-TRAILER-SEEN
                           MOVE "RECORDS FOLLOW THE TRAILER"
                               TO C56-FORM-REASON
                           SET C56-AT-END TO TRUE
                       WHEN C56-RECORDS-READ = 1 AND NOT PB-HEADER
                           MOVE "FIRST RECORD IS NOT THE HEADER"
                               TO C56-FORM-REASON
                           SET C56-AT-END TO TRUE
                       WHEN PB-HEADER AND C56-RECORDS-READ > 1
                           MOVE "SECOND HEADER RECORD"
                               TO C56-FORM-REASON
                           SET C56-AT-END TO TRUE
                       WHEN PB-HEADER
                           MOVE PB-PUBLICATION-DATE TO C56-PUB-DATE
                       WHEN PB-DETAIL
                           ADD 1 TO C56-DETAILS-READ
                       WHEN PB-TRAILER AND PB-DETAIL-COUNT NUMERIC
                           SET C56-TRAILER-SEEN TO TRUE
                           MOVE PB-DETAIL-COUNT TO C56-TRAILER-COUNT
                       WHEN OTHER
                           MOVE "UNKNOWN RECORD TYPE OR BAD TRAILER"
                               TO C56-FORM-REASON
                           SET C56-AT-END TO TRUE
                   END-EVALUATE
           END-READ.

       3000-load-master-codes.
           MOVE 'N' TO C56-EOF-SWITCH.
           OPEN INPUT REFFILE-FILE.
           IF C56-REFFILE-STATUS = "00"
               SET C56-REFFILE-OPENED TO TRUE
               PERFORM 3100-load-one-code UNTIL C56-AT-END
           ELSE
               DISPLAY "c000056 - ERROR: REFFILE NOT AVAILABLE, "
                   "STATUS " C56-REFFILE-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

       3100-load-one-code.
           READ REFFILE-FILE NEXT
               AT END
                   SET C56-AT-END TO TRUE
               NOT AT END
                   IF C56-CODE-COUNT < C56-CODE-MAX
                       ADD 1 TO C56-CODE-COUNT
                       MOVE REF-CODE
                           TO C56-CT-CODE (C56-CODE-COUNT)
                       MOVE REF-DESCRIPTION
                           TO C56-CT-DESCRIPTION (C56-CODE-COUNT)
                       MOVE 'N' TO C56-CT-SEEN (C56-CODE-COUNT)
                   ELSE
                       SET C56-CODE-OVERFLOW TO TRUE
                       SET C56-AT-END TO TRUE
                   END-IF
           END-READ.

       4000-compare-publication.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "DIFFERENCES FROM THE PUBLICATION" TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM C56-RPT-COLUMNS.
           MOVE 'N' TO C56-EOF-SWITCH.
           OPEN INPUT PUBFILE-FILE.
           PERFORM 4100-read-publication UNTIL C56-AT-END.
           CLOSE PUBFILE-FILE.

       4100-read-publication.
           READ PUBFILE-FILE
               AT END
                   SET C56-AT-END TO TRUE
               NOT AT END
                   IF PB-DETAIL
                       PERFORM 4200-compare-one-code
                   END-IF
           END-READ.

       4200-compare-one-code.
           ADD 1 TO C56-COMPARED-COUNT.
           MOVE 'N' TO C56-FOUND-SWITCH.
           PERFORM 4210-mark-seen
               VARYING C56-CODE-IDX FROM 1 BY 1
               UNTIL C56-CODE-IDX > C56-CODE-COUNT
                   OR C56-FOUND.
           MOVE PB-CODE TO REF-CODE.
           READ REFFILE-FILE
               INVALID KEY
                   PERFORM 4300-new-code
               NOT INVALID KEY
                   PERFORM 4400-held-code
           END-READ.

       4210-mark-seen.
           IF C56-CT-CODE (C56-CODE-IDX) = PB-CODE
               MOVE 'Y' TO C56-CT-SEEN (C56-CODE-IDX)
               SET C56-FOUND TO TRUE
           END-IF.

       4300-new-code.
      *    A code withdrawn before we ever took it on needs
      *    nothing.
           IF PB-WITHDRAWN
               ADD 1 TO C56-NEVER-HELD-COUNT
           ELSE
               ADD 1 TO C56-NEW-COUNT
               MOVE "NEW CODE" TO C56-DL-TYPE
               MOVE PB-CODE TO C56-DL-CODE
               MOVE SPACES TO C56-DL-LABEL
               MOVE PB-DESCRIPTION TO C56-DL-VALUE
               WRITE RPT-LINE FROM C56-RPT-DETAIL
               MOVE SPACES TO REFCARD-RECORD
               SET RC-ACTION-ADD TO TRUE
               MOVE PB-CODE TO RC-CODE
               MOVE PB-DESCRIPTION TO RC-DESCRIPTION
               MOVE PB-CATEGORY TO RC-CATEGORY
               MOVE PB-EFFECTIVE-DATE TO RC-EFFECTIVE-DATE
               MOVE PB-EXPIRY-DATE TO RC-EXPIRY-DATE
               MOVE C56-CARD-USER TO RC-USER-ID
               WRITE REFCARD-RECORD
               ADD 1 TO C56-ADD-CARDS
           END-IF.

       4400-held-code.
      *    One CHANGE card per code, carrying only the fields that
      *    differ; a blank published field is no instruction.
           MOVE SPACES TO REFCARD-RECORD.
           MOVE 'N' TO C56-CARD-SWITCH.
           IF PB-WITHDRAWN
               PERFORM 4500-withdrawn-code
           ELSE
               IF PB-DESCRIPTION NOT = SPACES
                   AND PB-DESCRIPTION NOT = REF-DESCRIPTION
                   ADD 1 TO C56-DESC-COUNT
                   MOVE PB-DESCRIPTION TO RC-DESCRIPTION
                   MOVE "DESC CHG" TO C56-DL-TYPE
                   MOVE REF-DESCRIPTION TO C56-DL-VALUE
                   PERFORM 4600-write-difference
                   MOVE PB-DESCRIPTION TO C56-DL-VALUE
                   PERFORM 4610-write-published
               END-IF
               IF PB-CATEGORY NOT = SPACES
                   AND PB-CATEGORY NOT = REF-CATEGORY
                   ADD 1 TO C56-CATEGORY-COUNT
                   MOVE PB-CATEGORY TO RC-CATEGORY
                   MOVE "CATEGORY" TO C56-DL-TYPE
                   MOVE REF-CATEGORY TO C56-DL-VALUE
                   PERFORM 4600-write-difference
                   MOVE PB-CATEGORY TO C56-DL-VALUE
                   PERFORM 4610-write-published
               END-IF
      *        A blank published expiry is open-ended, which the
      *        master holds as 99991231 (c000006 3000-add-code).
               IF PB-EXPIRY-DATE = SPACES
                   MOVE "99991231" TO C56-PUB-EXPIRY
               ELSE
                   MOVE PB-EXPIRY-DATE TO C56-PUB-EXPIRY
               END-IF
               IF C56-PUB-EXPIRY NOT = REF-EXPIRY-DATE
                   ADD 1 TO C56-EXPIRY-COUNT
                   MOVE C56-PUB-EXPIRY TO RC-EXPIRY-DATE
                   MOVE "NEW EXPIRY" TO C56-DL-TYPE
                   MOVE REF-EXPIRY-DATE TO C56-DL-VALUE
                   PERFORM 4600-write-difference
                   MOVE C56-PUB-EXPIRY TO C56-DL-VALUE
                   PERFORM 4610-write-published
               END-IF
           END-IF.
           IF C56-CARD-NEEDED
               SET RC-ACTION-CHANGE TO TRUE
               MOVE PB-CODE TO RC-CODE
               MOVE C56-CARD-USER TO RC-USER-ID
               WRITE REFCARD-RECORD
               ADD 1 TO C56-CHANGE-CARDS
           END-IF.

       4500-withdrawn-code.
      *    Expired on the withdrawal date, not deleted.  A code
      *    already out of service by then needs nothing.
           IF PB-EXPIRY-DATE = SPACES
               MOVE C56-RUN-DATE-X TO C56-PUB-EXPIRY
           ELSE
               MOVE PB-EXPIRY-DATE TO C56-PUB-EXPIRY
           END-IF.
           IF REF-EXPIRY-DATE IS NUMERIC
               AND REF-EXPIRY-DATE NOT > C56-PUB-EXPIRY
               ADD 1 TO C56-OUT-COUNT
           ELSE
               ADD 1 TO C56-WITHDRAWN-COUNT
               MOVE C56-PUB-EXPIRY TO RC-EXPIRY-DATE
               MOVE "WITHDRAWN" TO C56-DL-TYPE
               MOVE REF-EXPIRY-DATE TO C56-DL-VALUE
               PERFORM 4600-write-difference
               MOVE C56-PUB-EXPIRY TO C56-DL-VALUE
               PERFORM 4610-write-published
           END-IF.

       4600-write-difference.
           SET C56-CARD-NEEDED TO TRUE.
           MOVE PB-CODE TO C56-DL-CODE.
           MOVE "WAS " TO C56-DL-LABEL.
           WRITE RPT-LINE FROM C56-RPT-DETAIL.

       4610-write-published.
           MOVE SPACES TO C56-DL-TYPE C56-DL-CODE.
           MOVE "NOW " TO C56-DL-LABEL.
           WRITE RPT-LINE FROM C56-RPT-DETAIL.

       5000-report-local-codes.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "LOCAL CODES - ON REFFILE, NOT IN THE PUBLICATION "
               TO RPT-LINE.
           MOVE "(NOT TOUCHED)" TO RPT-LINE (51:13).
           WRITE RPT-LINE.
           PERFORM 5100-check-one-code
               VARYING C56-CODE-IDX FROM 1 BY 1
               UNTIL C56-CODE-IDX > C56-CODE-COUNT.
           IF C56-CODE-OVERFLOW
               MOVE SPACES TO C56-RPT-TOTAL-LINE
               MOVE "(CODE TABLE FULL - LIST INCOMPLETE)"
                   TO C56-TOT-LABEL
               MOVE ZERO TO C56-TOT-COUNT
               WRITE RPT-LINE FROM C56-RPT-TOTAL-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       5100-check-one-code.
           IF C56-CT-SEEN (C56-CODE-IDX) = 'N'
               ADD 1 TO C56-LOCAL-COUNT
               MOVE "LOCAL" TO C56-DL-TYPE
               MOVE C56-CT-CODE (C56-CODE-IDX) TO C56-DL-CODE
               MOVE SPACES TO C56-DL-LABEL
               MOVE C56-CT-DESCRIPTION (C56-CODE-IDX)
                   TO C56-DL-VALUE
               WRITE RPT-LINE FROM C56-RPT-DETAIL
           END-IF.

       9000-terminate.
           IF C56-REFFILE-OPENED
               CLOSE REFFILE-FILE
           END-IF.
           IF C56-PUBLICATION-GOOD AND C56-RPT-STATUS = "00"
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO C56-RPT-TOTAL-LINE
               MOVE "PUBLISHED CODES COMPARED" TO C56-TOT-LABEL
               MOVE C56-COMPARED-COUNT TO C56-TOT-COUNT
               WRITE RPT-LINE FROM C56-RPT-TOTAL-LINE
               MOVE "  NEW CODES" TO C56-TOT-LABEL
               MOVE C56-NEW-COUNT TO C56-TOT-COUNT
               WRITE RPT-LINE FROM C56-RPT-TOTAL-LINE
               MOVE "  DESCRIPTIONS CHANGED" TO C56-TOT-LABEL
               MOVE C56-DESC-COUNT TO C56-TOT-COUNT
               WRITE RPT-LINE FROM C56-RPT-TOTAL-LINE
               MOVE "  CATEGORIES CHANGED" TO C56-TOT-LABEL
               MOVE C56-CATEGORY-COUNT TO C56-TOT-COUNT
               WRITE RPT-LINE FROM C56-RPT-TOTAL-LINE
               MOVE "  NEW EXPIRY DATES" TO C56-TOT-LABEL
               MOVE C56-EXPIRY-COUNT TO C56-TOT-COUNT
               WRITE RPT-LINE FROM C56-RPT-TOTAL-LINE
               MOVE "  WITHDRAWN - TO BE EXPIRED" TO C56-TOT-LABEL
               MOVE C56-WITHDRAWN-COUNT TO C56-TOT-COUNT
               WRITE RPT-LINE FROM C56-RPT-TOTAL-LINE
               MOVE "  WITHDRAWN - ALREADY OUT OF SERVICE"
                   TO C56-TOT-LABEL
               MOVE C56-OUT-COUNT TO C56-TOT-COUNT
               WRITE RPT-LINE FROM C56-RPT-TOTAL-LINE
               MOVE "  WITHDRAWN - NEVER HELD" TO C56-TOT-LABEL
               MOVE C56-NEVER-HELD-COUNT TO C56-TOT-COUNT
               WRITE RPT-LINE FROM C56-RPT-TOTAL-LINE
               MOVE "LOCAL CODES NOT IN THE PUBLICATION"
                   TO C56-TOT-LABEL
               MOVE C56-LOCAL-COUNT TO C56-TOT-COUNT
               WRITE RPT-LINE FROM C56-RPT-TOTAL-LINE
               MOVE "ADD CARDS WRITTEN" TO C56-TOT-LABEL
               MOVE C56-ADD-CARDS TO C56-TOT-COUNT
               WRITE RPT-LINE FROM C56-RPT-TOTAL-LINE
               MOVE "CHANGE CARDS WRITTEN" TO C56-TOT-LABEL
               MOVE C56-CHANGE-CARDS TO C56-TOT-COUNT
               WRITE RPT-LINE FROM C56-RPT-TOTAL-LINE
           END-IF.
           IF C56-RPT-STATUS = "00"
               CLOSE SYNCRPT-FILE
           END-IF.
           IF C56-CARDS-STATUS = "00"
               CLOSE SYNCCRDS-FILE
           END-IF.
           MOVE C56-ADD-CARDS TO C56-EDIT-COUNT.
           DISPLAY "c000056 - ADD CARDS WRITTEN:    " C56-EDIT-COUNT.
           MOVE C56-CHANGE-CARDS TO C56-EDIT-COUNT.
           DISPLAY "c000056 - CHANGE CARDS WRITTEN: " C56-EDIT-COUNT.
           MOVE C56-LOCAL-COUNT TO C56-EDIT-COUNT.
           DISPLAY "c000056 - LOCAL CODES LISTED:   " C56-EDIT-COUNT.
