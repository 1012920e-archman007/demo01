       IDENTIFICATION DIVISION.
       PROGRAM-ID. c000055.
      *
      * Quarterly USERAUTH access recertification - the follow-up
      * run.  Reads back the CERTDECK deck c000054 issued and the
      * managers' answered cards on CERTRTN (both in the CPYRCT
      * layout) and drafts the AUTHCARD deck (layout in copybook
      * CPYAUC) that carries the answers out through DL100S:
      *
      *   REMOVE                  a REVOKE card, requested by the
      *                           answering manager;
      *   no answer, deadline     a REVOKE card, requested by the
      *   passed                  PARM user - silence is not a
      *                           recertification;
      *   KEEP                    a CHANGE card turning off any
      *                           flag the user holds but had
      *                           never used when the deck was
      *                           issued, requested by the
      *                           manager; nothing when every
      *                           flag held was in use;
      *   no answer, deadline     listed as awaiting an answer,
      *   not yet passed          no card.
      *
      * Each user is re-read on USERAUTH first, so a user revoked
      * since the deck went out gets no card and a CHANGE card
      * only names flags the user still holds.  An answer card is
      * refused - and listed - for a user not on the issued deck,
      * an answer other than KEEP or REMOVE, a missing manager id,
      * a manager answering for themselves, or a second answer
      * for the same user.
      *
      * The deck written to AUTHDRFT is a draft, as c000032's
      * candidate deck is: security reviews it and copies it to
      * AUTHCARD for DL100S; nothing is changed here.
      *
      * PARM='UUUUUUUU' NAMES THE REQUESTING USER STAMPED ON THE
      * NO-ANSWER REVOKE CARDS (DEFAULT REVIEW, WHICH MUST BE
      * OVERKEYED DURING THE REVIEW).  RC=4 WHEN ANY ANSWER CARD
      * WAS REFUSED OR ANY ANSWER IS STILL AWAITED; RC=12 CERTDECK,
      * USERAUTH, AUTHDRFT OR CERTFU NOT AVAILABLE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERTDECK-FILE ASSIGN TO "CERTDECK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C55-DECK-STATUS.
           SELECT CERTRTN-FILE ASSIGN TO "CERTRTN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C55-RTN-STATUS.
           SELECT USERAUTH-FILE ASSIGN TO "USERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UA-USER-ID
               FILE STATUS IS C55-USERAUTH-STATUS.
           SELECT AUTHDRFT-FILE ASSIGN TO "AUTHDRFT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C55-DRAFT-STATUS.
           SELECT CERTFU-FILE ASSIGN TO "CERTFU"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C55-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CERTDECK-FILE
           RECORDING MODE IS F.
       01  CERTDECK-IMAGE            PIC X(80).

       FD  CERTRTN-FILE
           RECORDING MODE IS F.
       01  CERTRTN-IMAGE             PIC X(80).

       FD  USERAUTH-FILE
           RECORDING MODE IS F.
           COPY CPYUSR.

       FD  AUTHDRFT-FILE
           RECORDING MODE IS F.
           COPY CPYAUC.

       FD  CERTFU-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                  PIC X(133).

       WORKING-STORAGE SECTION.
       01  C55-DECK-STATUS           PIC X(02).
       01  C55-RTN-STATUS            PIC X(02).
       01  C55-USERAUTH-STATUS       PIC X(02).
       01  C55-DRAFT-STATUS          PIC X(02).
       01  C55-RPT-STATUS            PIC X(02).
       01  C55-EOF-SWITCH            PIC X(01).
           88  C55-AT-END                       VALUE 'Y'.
       01  C55-FOUND-SWITCH          PIC X(01).
           88  C55-FOUND                        VALUE 'Y'.
       01  C55-USERAUTH-SWITCH       PIC X(01) VALUE 'N'.
           88  C55-USERAUTH-OPENED              VALUE 'Y'.
       01  C55-RUN-DATE              PIC 9(08).
       01  C55-RUN-DATE-X REDEFINES C55-RUN-DATE
                                     PIC X(08).
       01  C55-CARD-USER             PIC X(08) VALUE "REVIEW".
       01  C55-REQUEST-USER          PIC X(08).
       01  C55-PARM-REST             PIC S9(04) COMP.
       01  C55-REJECT-REASON         PIC X(40).
       01  C55-ACTION-TEXT           PIC X(10).
       01  C55-DETAIL-TEXT           PIC X(50).
       01  C55-DROP-FLAGS            PIC X(07).
       01  C55-FLAG-IDX              PIC 9(01) COMP.
       01  C55-ANSWERS-READ          PIC 9(05) COMP VALUE 0.
       01  C55-ANSWERS-REFUSED       PIC 9(05) COMP VALUE 0.
       01  C55-KEEP-COUNT            PIC 9(05) COMP VALUE 0.
       01  C55-REMOVE-COUNT          PIC 9(05) COMP VALUE 0.
       01  C55-LAPSED-COUNT          PIC 9(05) COMP VALUE 0.
       01  C55-AWAITED-COUNT         PIC 9(05) COMP VALUE 0.
       01  C55-GONE-COUNT            PIC 9(05) COMP VALUE 0.
       01  C55-REVOKE-CARDS          PIC 9(05) COMP VALUE 0.
       01  C55-CHANGE-CARDS          PIC 9(05) COMP VALUE 0.
       01  C55-EDIT-COUNT            PIC ZZ,ZZ9.

           COPY CPYRCT.

      *    The issued deck, one entry per user certified, with the
      *    answer as it comes back.
       01  C55-USER-MAX              PIC 9(03) COMP VALUE 500.
       01  C55-USER-COUNT            PIC 9(03) COMP VALUE 0.
       01  C55-USER-IDX              PIC 9(03) COMP VALUE 0.
       01  C55-USER-OVERFLOW-SW      PIC X(01) VALUE 'N'.
           88  C55-USER-OVERFLOW                VALUE 'Y'.
       01  C55-USER-TABLE.
           05  C55-USER-ENTRY        OCCURS 500 TIMES.
               10  C55-UT-USER-ID    PIC X(08).
               10  C55-UT-UNUSED     PIC X(07).
               10  C55-UT-DEADLINE   PIC X(08).
               10  C55-UT-ANSWER     PIC X(06).
               10  C55-UT-MANAGER    PIC X(08).

       01  C55-RPT-HEADING.
           05  FILLER                PIC X(38)
               VALUE "USERAUTH RECERTIFICATION FOLLOW-UP  ".
           05  FILLER                PIC X(09) VALUE "RUN DATE ".
           05  C55-HDG-DATE          PIC 9(08).
           05  FILLER                PIC X(78) VALUE SPACES.
       01  C55-RPT-REJECT-LINE.
           05  C55-RJ-IMAGE          PIC X(40).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C55-RJ-REASON         PIC X(40).
           05  FILLER                PIC X(51) VALUE SPACES.
       01  C55-RPT-COLUMNS.
           05  FILLER                PIC X(52) VALUE
               "USER ID   ANSWER  MANAGER   DRAFT CARD  DETAIL".
           05  FILLER                PIC X(81) VALUE SPACES.
       01  C55-RPT-DETAIL.
           05  C55-DL-USER-ID        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C55-DL-ANSWER         PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C55-DL-MANAGER        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C55-DL-ACTION         PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C55-DL-DETAIL         PIC X(50).
           05  FILLER                PIC X(43) VALUE SPACES.
       01  C55-RPT-TOTAL-LINE.
           05  C55-TOT-LABEL         PIC X(40).
           05  C55-TOT-COUNT         PIC ZZ,ZZ9.
           05  FILLER                PIC X(87) VALUE SPACES.

       LINKAGE SECTION.
       01  C55-JCL-PARM.
           05  C55-JCL-PARM-LEN       PIC S9(4) COMP.
           05  C55-JCL-PARM-TEXT      PIC X(20).

       PROCEDURE DIVISION USING C55-JCL-PARM.
           PERFORM 1000-initialize.
           IF RETURN-CODE < 12
               PERFORM 2000-load-issued-deck
           END-IF.
           IF RETURN-CODE < 12
               PERFORM 3000-apply-answers
               PERFORM 4000-draft-cards
           END-IF.
           PERFORM 9000-terminate.
           GOBACK.

       1000-initialize.
           ACCEPT C55-RUN-DATE FROM DATE YYYYMMDD.
           IF C55-JCL-PARM-LEN > 0
               AND C55-JCL-PARM-TEXT (1:1) NOT = SPACE
      *        Only the bytes the caller actually passed.
               MOVE C55-JCL-PARM-LEN TO C55-PARM-REST
               IF C55-PARM-REST > 8
                   MOVE 8 TO C55-PARM-REST
               END-IF
               MOVE SPACES TO C55-CARD-USER
               MOVE C55-JCL-PARM-TEXT (1:C55-PARM-REST)
                   TO C55-CARD-USER
           END-IF.
           OPEN OUTPUT CERTFU-FILE.
           IF C55-RPT-STATUS NOT = "00"
               DISPLAY "c000055 - ERROR: UNABLE TO OPEN CERTFU, "
                   "STATUS " C55-RPT-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE C55-RUN-DATE TO C55-HDG-DATE
               WRITE RPT-LINE FROM C55-RPT-HEADING
           END-IF.
           OPEN OUTPUT AUTHDRFT-FILE.
           IF C55-DRAFT-STATUS NOT = "00"
               DISPLAY "c000055 - ERROR: UNABLE TO OPEN AUTHDRFT, "
                   "STATUS " C55-DRAFT-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.
           OPEN INPUT USERAUTH-FILE.
           IF C55-USERAUTH-STATUS = "00"
               SET C55-USERAUTH-OPENED TO TRUE
           ELSE
               DISPLAY "c000055 - ERROR: USERAUTH NOT AVAILABLE, "
                   "STATUS " C55-USERAUTH-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

       2000-load-issued-deck.
           MOVE 'N' TO C55-EOF-SWITCH.
           OPEN INPUT CERTDECK-FILE.
           IF C55-DECK-STATUS = "00"
               PERFORM 2100-load-one-card UNTIL C55-AT-END
               CLOSE CERTDECK-FILE
           ELSE
               DISPLAY "c000055 - ERROR: CERTDECK NOT AVAILABLE, "
                   "STATUS " C55-DECK-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

       2100-load-one-card.
           READ CERTDECK-FILE INTO RECERT-CARD
               AT END
                   SET C55-AT-END TO TRUE
               NOT AT END
                   IF C55-USER-COUNT < C55-USER-MAX
                       ADD 1 TO C55-USER-COUNT
                       MOVE RT-USER-ID
                           TO C55-UT-USER-ID (C55-USER-COUNT)
                       MOVE RT-FLAGS-UNUSED
                           TO C55-UT-UNUSED (C55-USER-COUNT)
                       MOVE RT-DEADLINE-DATE
                           TO C55-UT-DEADLINE (C55-USER-COUNT)
                       MOVE SPACES TO C55-UT-ANSWER (C55-USER-COUNT)
                       MOVE SPACES TO C55-UT-MANAGER (C55-USER-COUNT)
                   ELSE
                       SET C55-USER-OVERFLOW TO TRUE
                       SET C55-AT-END TO TRUE
                   END-IF
           END-READ.

       3000-apply-answers.
      *    No answers yet is a legitimate interim run: every user
      *    is then awaited, or lapsed once the deadline is past.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "ANSWER CARDS REFUSED" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'N' TO C55-EOF-SWITCH.
           OPEN INPUT CERTRTN-FILE.
           IF C55-RTN-STATUS = "00"
               PERFORM 3100-read-answer UNTIL C55-AT-END
               CLOSE CERTRTN-FILE
           ELSE
               DISPLAY "c000055 - WARNING: CERTRTN NOT AVAILABLE, "
                   "STATUS " C55-RTN-STATUS " - NO ANSWERS APPLIED"
           END-IF.
           MOVE SPACES TO C55-RPT-TOTAL-LINE.
           MOVE "ANSWER CARDS REFUSED" TO C55-TOT-LABEL.
           MOVE C55-ANSWERS-REFUSED TO C55-TOT-COUNT.
           WRITE RPT-LINE FROM C55-RPT-TOTAL-LINE.

       3100-read-answer.
           READ CERTRTN-FILE INTO RECERT-CARD
               AT END
                   SET C55-AT-END TO TRUE
               NOT AT END
                   IF RECERT-CARD NOT = SPACES
                       AND RECERT-CARD (1:1) NOT = "*"
                       ADD 1 TO C55-ANSWERS-READ
                       PERFORM 3200-check-answer
                   END-IF
           END-READ.

       3200-check-answer.
           MOVE SPACES TO C55-REJECT-REASON.
           MOVE 'N' TO C55-FOUND-SWITCH.
           PERFORM 3300-match-user
               VARYING C55-USER-IDX FROM 1 BY 1
               UNTIL C55-USER-IDX > C55-USER-COUNT
                   OR C55-FOUND.
           EVALUATE TRUE
               WHEN NOT C55-FOUND
                   MOVE "USER NOT ON THE ISSUED DECK"
                       TO C55-REJECT-REASON
               WHEN NOT RT-ANSWER-KEEP AND NOT RT-ANSWER-REMOVE
                   MOVE "ANSWER MUST BE KEEP OR REMOVE"
                       TO C55-REJECT-REASON
               WHEN RT-MANAGER-ID = SPACES
                   MOVE "MANAGER ID MISSING" TO C55-REJECT-REASON
               WHEN RT-MANAGER-ID = RT-USER-ID
                   MOVE "USER MAY NOT CERTIFY THEMSELVES"
                       TO C55-REJECT-REASON
               WHEN C55-UT-ANSWER (C55-USER-IDX) NOT = SPACES
                   MOVE "SECOND ANSWER FOR THE SAME USER"
                       TO C55-REJECT-REASON
               WHEN OTHER
                   MOVE RT-ANSWER TO C55-UT-ANSWER (C55-USER-IDX)
                   MOVE RT-MANAGER-ID
                       TO C55-UT-MANAGER (C55-USER-IDX)
           END-EVALUATE.
           IF C55-REJECT-REASON NOT = SPACES
               ADD 1 TO C55-ANSWERS-REFUSED
               MOVE RECERT-CARD (1:40) TO C55-RJ-IMAGE
               MOVE C55-REJECT-REASON TO C55-RJ-REASON
               WRITE RPT-LINE FROM C55-RPT-REJECT-LINE
           END-IF.

       3300-match-user.
           IF C55-UT-USER-ID (C55-USER-IDX) = RT-USER-ID
               SET C55-FOUND TO TRUE
      *        The VARYING adds one more before the UNTIL test sees
      *        the switch, so step back to the matched slot.
               SUBTRACT 1 FROM C55-USER-IDX
           END-IF.

       4000-draft-cards.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "DRAFT AUTHCARD ACTIONS" TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM C55-RPT-COLUMNS.
           PERFORM 4100-draft-one-user
               VARYING C55-USER-IDX FROM 1 BY 1
               UNTIL C55-USER-IDX > C55-USER-COUNT.

       4100-draft-one-user.
           MOVE SPACES TO C55-ACTION-TEXT C55-DETAIL-TEXT.
           MOVE C55-UT-USER-ID (C55-USER-IDX) TO UA-USER-ID.
           READ USERAUTH-FILE
               INVALID KEY
                   MOVE "NONE" TO C55-ACTION-TEXT
                   MOVE "NO LONGER ON USERAUTH" TO C55-DETAIL-TEXT
                   ADD 1 TO C55-GONE-COUNT
               NOT INVALID KEY
                   IF UA-REVOKED
                       MOVE "NONE" TO C55-ACTION-TEXT
                       MOVE "ALREADY REVOKED SINCE THE DECK WAS ISSUED"
                           TO C55-DETAIL-TEXT
                       ADD 1 TO C55-GONE-COUNT
                   ELSE
                       PERFORM 4200-decide-action
                   END-IF
           END-READ.
           MOVE C55-UT-USER-ID (C55-USER-IDX) TO C55-DL-USER-ID.
           MOVE C55-UT-ANSWER (C55-USER-IDX) TO C55-DL-ANSWER.
           MOVE C55-UT-MANAGER (C55-USER-IDX) TO C55-DL-MANAGER.
           MOVE C55-ACTION-TEXT TO C55-DL-ACTION.
           MOVE C55-DETAIL-TEXT TO C55-DL-DETAIL.
           WRITE RPT-LINE FROM C55-RPT-DETAIL.

       4200-decide-action.
           EVALUATE TRUE
               WHEN C55-UT-ANSWER (C55-USER-IDX) = "REMOVE"
                   ADD 1 TO C55-REMOVE-COUNT
                   MOVE C55-UT-MANAGER (C55-USER-IDX)
                       TO C55-REQUEST-USER
                   PERFORM 4300-write-revoke-card
                   MOVE "MANAGER ANSWERED REMOVE" TO C55-DETAIL-TEXT
               WHEN C55-UT-ANSWER (C55-USER-IDX) = "KEEP"
                   ADD 1 TO C55-KEEP-COUNT
                   PERFORM 4400-drop-unused-flags
               WHEN C55-RUN-DATE-X > C55-UT-DEADLINE (C55-USER-IDX)
                   ADD 1 TO C55-LAPSED-COUNT
                   MOVE C55-CARD-USER TO C55-REQUEST-USER
                   PERFORM 4300-write-revoke-card
                   STRING "NO ANSWER BY THE DEADLINE "
                       DELIMITED BY SIZE
                       C55-UT-DEADLINE (C55-USER-IDX)
                       DELIMITED BY SIZE
                       INTO C55-DETAIL-TEXT
               WHEN OTHER
                   ADD 1 TO C55-AWAITED-COUNT
                   MOVE "NONE" TO C55-ACTION-TEXT
                   STRING "ANSWER AWAITED - DUE " DELIMITED BY SIZE
                       C55-UT-DEADLINE (C55-USER-IDX)
                       DELIMITED BY SIZE
                       INTO C55-DETAIL-TEXT
           END-EVALUATE.

       4300-write-revoke-card.
           MOVE SPACES TO AUTHCARD-RECORD.
           MOVE C55-REQUEST-USER TO AC-REQUEST-USER.
           SET AC-ACTION-REVOKE TO TRUE.
           MOVE C55-UT-USER-ID (C55-USER-IDX) TO AC-USER-ID.
           WRITE AUTHCARD-RECORD.
           ADD 1 TO C55-REVOKE-CARDS.
           MOVE "REVOKE" TO C55-ACTION-TEXT.

       4400-drop-unused-flags.
      *    Only the flags unused at issue that the user still
      *    holds today; a CHANGE card overlays only the columns it
      *    codes, so every other flag is left as it stands.
           MOVE SPACES TO C55-DROP-FLAGS.
           PERFORM 4410-check-one-flag
               VARYING C55-FLAG-IDX FROM 1 BY 1
               UNTIL C55-FLAG-IDX > 7.
           IF C55-DROP-FLAGS = SPACES
               MOVE "NONE" TO C55-ACTION-TEXT
               MOVE "KEPT - EVERY FLAG HELD IS IN USE"
                   TO C55-DETAIL-TEXT
           ELSE
               MOVE SPACES TO AUTHCARD-RECORD
               SET AC-ACTION-CHANGE TO TRUE
               MOVE C55-UT-USER-ID (C55-USER-IDX) TO AC-USER-ID
               MOVE C55-UT-MANAGER (C55-USER-IDX) TO AC-REQUEST-USER
               IF C55-DROP-FLAGS (1:1) NOT = SPACE
                   MOVE 'N' TO AC-REFFILE-ADD
               END-IF
               IF C55-DROP-FLAGS (2:1) NOT = SPACE
                   MOVE 'N' TO AC-REFFILE-CHANGE
               END-IF
               IF C55-DROP-FLAGS (3:1) NOT = SPACE
                   MOVE 'N' TO AC-REFFILE-DELETE
               END-IF
               IF C55-DROP-FLAGS (4:1) NOT = SPACE
                   MOVE 'N' TO AC-ONLINE-ENTRY
               END-IF
               IF C55-DROP-FLAGS (5:1) NOT = SPACE
                   MOVE 'N' TO AC-INQUIRY
               END-IF
               IF C55-DROP-FLAGS (6:1) NOT = SPACE
                   MOVE 'N' TO AC-CORRECTION
               END-IF
               IF C55-DROP-FLAGS (7:1) NOT = SPACE
                   MOVE 'N' TO AC-UNMASK
               END-IF
               WRITE AUTHCARD-RECORD
               ADD 1 TO C55-CHANGE-CARDS
               MOVE "CHANGE" TO C55-ACTION-TEXT
               STRING "KEPT - NEVER-USED FLAGS DROPPED: "
                   DELIMITED BY SIZE
                   C55-DROP-FLAGS DELIMITED BY SIZE
                   INTO C55-DETAIL-TEXT
           END-IF.

       4410-check-one-flag.
           IF C55-UT-UNUSED (C55-USER-IDX) (C55-FLAG-IDX:1)
               NOT = '-' AND NOT = SPACE
               EVALUATE C55-FLAG-IDX
                   WHEN 1
                       IF UA-REFFILE-ADD = 'Y'
                           PERFORM 4420-mark-drop
                       END-IF
                   WHEN 2
                       IF UA-REFFILE-CHANGE = 'Y'
                           PERFORM 4420-mark-drop
                       END-IF
                   WHEN 3
                       IF UA-REFFILE-DELETE = 'Y'
                           PERFORM 4420-mark-drop
                       END-IF
                   WHEN 4
                       IF UA-ONLINE-ENTRY = 'Y'
                           PERFORM 4420-mark-drop
                       END-IF
                   WHEN 5
                       IF UA-INQUIRY = 'Y'
                           PERFORM 4420-mark-drop
                       END-IF
                   WHEN 6
                       IF UA-CORRECTION = 'Y'
                           PERFORM 4420-mark-drop
                       END-IF
                   WHEN 7
                       IF UA-UNMASK = 'Y'
                           PERFORM 4420-mark-drop
                       END-IF
               END-EVALUATE
           END-IF.

       4420-mark-drop.
           MOVE C55-UT-UNUSED (C55-USER-IDX) (C55-FLAG-IDX:1)
               TO C55-DROP-FLAGS (C55-FLAG-IDX:1).

       9000-terminate.
           IF C55-AWAITED-COUNT > 0 OR C55-ANSWERS-REFUSED > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF C55-RPT-STATUS = "00"
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO C55-RPT-TOTAL-LINE
               MOVE "USERS ON THE ISSUED DECK" TO C55-TOT-LABEL
               MOVE C55-USER-COUNT TO C55-TOT-COUNT
               WRITE RPT-LINE FROM C55-RPT-TOTAL-LINE
               MOVE "  ANSWERED KEEP" TO C55-TOT-LABEL
               MOVE C55-KEEP-COUNT TO C55-TOT-COUNT
               WRITE RPT-LINE FROM C55-RPT-TOTAL-LINE
               MOVE "  ANSWERED REMOVE" TO C55-TOT-LABEL
               MOVE C55-REMOVE-COUNT TO C55-TOT-COUNT
               WRITE RPT-LINE FROM C55-RPT-TOTAL-LINE
               MOVE "  NO ANSWER, DEADLINE PASSED" TO C55-TOT-LABEL
               MOVE C55-LAPSED-COUNT TO C55-TOT-COUNT
               WRITE RPT-LINE FROM C55-RPT-TOTAL-LINE
               MOVE "  ANSWER STILL AWAITED" TO C55-TOT-LABEL
               MOVE C55-AWAITED-COUNT TO C55-TOT-COUNT
               WRITE RPT-LINE FROM C55-RPT-TOTAL-LINE
               MOVE "  REVOKED OR REMOVED SINCE ISSUE"
                   TO C55-TOT-LABEL
               MOVE C55-GONE-COUNT TO C55-TOT-COUNT
               WRITE RPT-LINE FROM C55-RPT-TOTAL-LINE
               MOVE "DRAFT REVOKE CARDS" TO C55-TOT-LABEL
               MOVE C55-REVOKE-CARDS TO C55-TOT-COUNT
               WRITE RPT-LINE FROM C55-RPT-TOTAL-LINE
               MOVE "DRAFT CHANGE CARDS" TO C55-TOT-LABEL
               MOVE C55-CHANGE-CARDS TO C55-TOT-COUNT
               WRITE RPT-LINE FROM C55-RPT-TOTAL-LINE
               IF C55-USER-OVERFLOW
                   MOVE "(USER TABLE FULL - DECK NOT FULLY READ)"
                       TO C55-TOT-LABEL
                   MOVE ZERO TO C55-TOT-COUNT
                   WRITE RPT-LINE FROM C55-RPT-TOTAL-LINE
               END-IF
               CLOSE CERTFU-FILE
           END-IF.
           IF C55-DRAFT-STATUS = "00"
               CLOSE AUTHDRFT-FILE
           END-IF.
           IF C55-USERAUTH-OPENED
               CLOSE USERAUTH-FILE
           END-IF.
           MOVE C55-ANSWERS-READ TO C55-EDIT-COUNT.
           DISPLAY "c000055 - ANSWER CARDS READ:     " C55-EDIT-COUNT.
           MOVE C55-ANSWERS-REFUSED TO C55-EDIT-COUNT.
           DISPLAY "c000055 - ANSWER CARDS REFUSED:  " C55-EDIT-COUNT.
           MOVE C55-REVOKE-CARDS TO C55-EDIT-COUNT.
           DISPLAY "c000055 - DRAFT REVOKE CARDS:    " C55-EDIT-COUNT.
           MOVE C55-CHANGE-CARDS TO C55-EDIT-COUNT.
           DISPLAY "c000055 - DRAFT CHANGE CARDS:    " C55-EDIT-COUNT.
           MOVE C55-AWAITED-COUNT TO C55-EDIT-COUNT.
           DISPLAY "c000055 - ANSWERS STILL AWAITED: " C55-EDIT-COUNT.
