      * DL100R summary.  PF8 pages forward, PF7 pages backward;
      * the page-start RBAs are carried in the COMMAREA between
      * pseudo-conversational invocations.  TRANLOG is the same
      * ESDS c000005 appends to, so an open or date-only search
      * browses it by RBA.  When a value is keyed the browse goes
      * through TRANPATH instead - the path over the value-and-date
      * alternate index - straight to that value's entries, and a
      * page is found by counting matches from the value's first
      * entry, since a path position cannot be kept as an RBA.
      *
      * A value whose REFFILE category the SENSCAT classification
      * marks confidential is shown masked - only its leading and
      * trailing characters readable - unless the signed-on user
      * holds the USERAUTH unmask flag.  Such a user sees it in
      * full, and every page that shows one is written to SECLOG
      * (function U) so the unmasked view is on the security
      * report.  This is the same rule the c000041 masking service
      * applies to the batch listings.
      *
       ENVIRONMENT DIVISION.

       COPY CPYVMS.
       COPY CPYUSR.
       COPY CPYSEC.
       COPY CPYVAL.
       COPY CPYSNS.
       01  C7-RESP                   PIC S9(08) COMP.
       01  C7-AUTH-SWITCH            PIC X(01) VALUE 'N'.
           88  C7-AUTHORIZED                     VALUE 'Y'.
       01  C7-USER-ID                PIC X(08).
       01  C7-AUTH-DATE              PIC 9(08).
       01  C7-AUTH-TIME              PIC 9(08).
       01  C7-UNMASK-SWITCH          PIC X(01) VALUE 'N'.
           88  C7-UNMASK-ALLOWED                 VALUE 'Y'.
       01  C7-CONF-SWITCH            PIC X(01) VALUE 'N'.
           88  C7-VALUE-CONFIDENTIAL             VALUE 'Y'.
       01  C7-MASK-VALUE             PIC X(100).
       01  C7-MASK-CODE              PIC X(50).
       01  C7-MASK-LEADING           PIC 9(02).
       01  C7-MASK-TRAILING          PIC 9(02).
       01  C7-MASK-VALUE-LENGTH      PIC S9(04) COMP.
       01  C7-MASK-START             PIC S9(04) COMP.
       01  C7-MASK-LENGTH            PIC S9(04) COMP.
       01  C7-UNMASKED-SHOWN         PIC S9(04) COMP VALUE 0.
       01  C7-EDIT-SHOWN             PIC Z9.
       01  C7-STATE-LINE.
           05  FILLER                PIC X(09) VALUE 'CURRENT: '.
           05  C7-ST-VALUE           PIC X(40).
       01  C7-MATCH-COUNT            PIC S9(04) COMP VALUE 0.
       01  C7-LINE-IDX               PIC S9(04) COMP VALUE 0.
       01  C7-BROWSE-RBA             PIC S9(08) COMP VALUE 0.
       01  C7-PATH-KEY.
           05  C7-PATH-VALUE         PIC X(100).
           05  C7-PATH-DATE          PIC X(08).
       01  C7-SKIP-COUNT             PIC S9(04) COMP VALUE 0.
       01  C7-BROWSE-SWITCH          PIC X(01) VALUE 'N'.
           88  C7-BROWSE-DONE                    VALUE 'Y'.
       01  C7-MATCH-SWITCH           PIC X(01) VALUE 'N'.
           IF NOT C7-AUTHORIZED
               PERFORM 4000-SEND-PAGE
           END-IF.
           PERFORM 2600-CHECK-UNMASK.
           IF C7-CA-SELVAL NOT = SPACES
               PERFORM 2500-READ-VALUE-MASTER
           END-IF.
               RESP(C7-RESP)
           END-EXEC.
           IF C7-RESP = DFHRESP(NORMAL)
               MOVE VM-CURRENT-VALUE TO C7-MASK-VALUE
               PERFORM 2700-MASK-VALUE
               MOVE C7-MASK-VALUE (1:40) TO C7-ST-VALUE
               MOVE VM-STATUS TO C7-ST-STATUS
               MOVE VM-UPDATE-COUNT TO C7-ST-UPDATES
               MOVE VM-LAST-DATE TO C7-ST-LAST-DATE
                   TO C7-MESSAGE
           END-IF.

       2600-CHECK-UNMASK.
      *    Checked on every page, PF7/PF8 included, so a revoked
      *    unmask flag takes effect at the next keystroke.  Unlike
      *    the inquiry check this one fails closed - if the
      *    authority file cannot be read, values stay masked.
           MOVE 'N' TO C7-UNMASK-SWITCH.
           EXEC CICS ASSIGN
               USERID(C7-USER-ID)
           END-EXEC.
           EXEC CICS READ FILE('USERAUTH')
               INTO(USERAUTH-RECORD)
               RIDFLD(C7-USER-ID)
               KEYLENGTH(8)
               RESP(C7-RESP)
           END-EXEC.
           IF C7-RESP = DFHRESP(NORMAL)
               IF UA-ACTIVE AND UA-UNMASK = 'Y'
                   SET C7-UNMASK-ALLOWED TO TRUE
               END-IF
           END-IF.

       2700-MASK-VALUE.
      *    Classifies C7-MASK-VALUE by its REFFILE category and
      *    masks it in place when that category is confidential
      *    and the user may not see it in full.  No SENSCAT entry
      *    for the category means unrestricted; a REFFILE that
      *    cannot be read means the value cannot be classified, so
      *    it is masked with two characters kept at each end.
           MOVE 'N' TO C7-CONF-SWITCH.
           MOVE FUNCTION TRIM (C7-MASK-VALUE) TO C7-MASK-CODE.
           EXEC CICS READ FILE('REFFILE')
               INTO(REFFILE-RECORD)
               RIDFLD(C7-MASK-CODE)
               KEYLENGTH(50)
               RESP(C7-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN C7-RESP = DFHRESP(NORMAL)
                   IF REF-CATEGORY NOT = SPACES
                       PERFORM 2710-READ-CLASSIFICATION
                   END-IF
               WHEN C7-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   SET C7-VALUE-CONFIDENTIAL TO TRUE
                   MOVE 2 TO C7-MASK-LEADING C7-MASK-TRAILING
           END-EVALUATE.
           IF C7-VALUE-CONFIDENTIAL AND C7-MASK-VALUE NOT = SPACES
               IF C7-UNMASK-ALLOWED
                   ADD 1 TO C7-UNMASKED-SHOWN
               ELSE
                   PERFORM 2720-APPLY-MASK
               END-IF
           END-IF.

       2710-READ-CLASSIFICATION.
           EXEC CICS READ FILE('SENSCAT')
               INTO(SENSCAT-RECORD)
               RIDFLD(REF-CATEGORY)
               KEYLENGTH(8)
               RESP(C7-RESP)
           END-EXEC.
           IF C7-RESP = DFHRESP(NORMAL)
               IF SN-CONFIDENTIAL
                   SET C7-VALUE-CONFIDENTIAL TO TRUE
                   MOVE SN-KEEP-LEADING TO C7-MASK-LEADING
                   MOVE SN-KEEP-TRAILING TO C7-MASK-TRAILING
               END-IF
           END-IF.

       2720-APPLY-MASK.
      *    Everything between the kept leading and trailing
      *    characters becomes asterisks; a value too short to keep
      *    both ends is masked whole.
           COMPUTE C7-MASK-VALUE-LENGTH = FUNCTION LENGTH
               (FUNCTION TRIM (C7-MASK-VALUE TRAILING)).
           IF C7-MASK-VALUE-LENGTH
                   > C7-MASK-LEADING + C7-MASK-TRAILING
               COMPUTE C7-MASK-START = C7-MASK-LEADING + 1
               COMPUTE C7-MASK-LENGTH = C7-MASK-VALUE-LENGTH
                   - C7-MASK-LEADING - C7-MASK-TRAILING
           ELSE
               MOVE 1 TO C7-MASK-START
               MOVE C7-MASK-VALUE-LENGTH TO C7-MASK-LENGTH
           END-IF.
           MOVE ALL '*' TO C7-MASK-VALUE (C7-MASK-START:C7-MASK-LENGTH).

       2800-LOG-UNMASKED-VIEW.
      *    One SECLOG entry per page that put a confidential value
      *    on the screen in full.
           EXEC CICS ASKTIME END-EXEC.
           EXEC CICS FORMATTIME
               DATE(C7-AUTH-DATE) DATEFORM('YYYYMMDD')
               TIME(C7-AUTH-TIME)
           END-EXEC.
           MOVE C7-UNMASKED-SHOWN TO C7-EDIT-SHOWN.
           MOVE C7-USER-ID TO SC-USER-ID.
           SET SC-FUNC-UNMASK TO TRUE.
           SET SC-GRANTED TO TRUE.
           MOVE 'c000007' TO SC-PROGRAM.
           MOVE EIBTRMID TO SC-TERMINAL-ID.
           MOVE C7-AUTH-DATE TO SC-LOG-DATE.
           MOVE C7-AUTH-TIME TO SC-LOG-TIME.
           MOVE SPACES TO SC-DETAIL.
      *    The value itself stays off the log - SECLOG is printed.
           STRING 'DL11 PAGE SHOWED ' DELIMITED BY SIZE
               C7-EDIT-SHOWN DELIMITED BY SIZE
               ' CONFIDENTIAL VALUES UNMASKED' DELIMITED BY SIZE
               INTO SC-DETAIL.
           EXEC CICS WRITE FILE('SECLOG')
               FROM(SECLOG-RECORD)
               RESP(C7-RESP)
           END-EXEC.

       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO DL100BO.
           EXEC CICS SEND MAP('DL100B') MAPSET('DL100M1')
           ELSE
               MOVE 'ALREADY AT THE FIRST PAGE' TO C7-MESSAGE
           END-IF.
           PERFORM 2600-CHECK-UNMASK.
           PERFORM 3000-BUILD-PAGE.
           PERFORM 4000-SEND-PAGE.

           ELSE
               MOVE 'NO MORE PAGES FOR THIS SEARCH' TO C7-MESSAGE
           END-IF.
           PERFORM 2600-CHECK-UNMASK.
           PERFORM 3000-BUILD-PAGE.
           PERFORM 4000-SEND-PAGE.

       3000-BUILD-PAGE.
      *    Either browse reads one record past a full page so PF8
      *    can be offered honestly.
           MOVE SPACES TO C7-PAGE-TABLE.
           MOVE 0 TO C7-MATCH-COUNT.
           MOVE 'N' TO C7-BROWSE-SWITCH C7-CA-MORE-SWITCH.
           IF C7-CA-SELVAL NOT = SPACES
               PERFORM 3300-BROWSE-BY-PATH
           ELSE
               PERFORM 3050-BROWSE-BY-RBA
           END-IF.
           IF C7-MATCH-COUNT = 0 AND C7-MESSAGE = SPACES
               MOVE 'NO MATCHING LOG RECORDS FOUND' TO C7-MESSAGE
           END-IF.

       3050-BROWSE-BY-RBA.
      *    Rebuilds the current page from its remembered start RBA;
      *    the record past a full page gives the next page's start.
           MOVE C7-CA-PAGE-RBA (C7-CA-PAGE) TO C7-BROWSE-RBA.
           EXEC CICS STARTBR FILE('TRANLOG')
               RIDFLD(C7-BROWSE-RBA) RBA
                   UNTIL C7-BROWSE-DONE
               EXEC CICS ENDBR FILE('TRANLOG') END-EXEC
           END-IF.

       3100-BROWSE-ONE-RECORD.
           EXEC CICS READNEXT FILE('TRANLOG')
           END-IF.

       3200-FORMAT-LINE.
           MOVE TL-STRING-VALUE TO C7-MASK-VALUE.
           PERFORM 2700-MASK-VALUE.
           MOVE C7-MASK-VALUE (1:30) TO C7-DTL-VALUE.
           MOVE TL-LOG-DATE TO C7-DTL-DATE.
           MOVE TL-LOG-TIME TO C7-DTL-TIME.
           MOVE TL-CALLER-PROGRAM TO C7-DTL-PROGRAM.
           MOVE TL-CALLER-PARAGRAPH (1:10) TO C7-DTL-PARAGRAPH.
           MOVE C7-DETAIL-LINE TO C7-PAGE-LINE (C7-MATCH-COUNT).

       3300-BROWSE-BY-PATH.
      *    Positions on the keyed value at the keyed date (or its
      *    earliest date) and skips the matches of the pages before
      *    this one.  No entry at or past the key is simply no
      *    match; a path that cannot be browsed at all drops back
      *    to the RBA browse from the front of the log.
           MOVE C7-CA-SELVAL TO C7-PATH-VALUE.
           IF C7-CA-SELDATE NOT = SPACES
               MOVE C7-CA-SELDATE TO C7-PATH-DATE
           ELSE
               MOVE LOW-VALUES TO C7-PATH-DATE
           END-IF.
           COMPUTE C7-SKIP-COUNT = (C7-CA-PAGE - 1) * 10.
           EXEC CICS STARTBR FILE('TRANPATH')
               RIDFLD(C7-PATH-KEY)
               KEYLENGTH(108)
               GTEQ
               RESP(C7-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN C7-RESP = DFHRESP(NORMAL)
                   PERFORM 3310-READ-PATH-RECORD
                       UNTIL C7-BROWSE-DONE
                   EXEC CICS ENDBR FILE('TRANPATH') END-EXEC
               WHEN C7-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE 1 TO C7-CA-PAGE
                   MOVE ZERO TO C7-CA-PAGE-RBA (1)
                   PERFORM 3050-BROWSE-BY-RBA
           END-EVALUATE.

       3310-READ-PATH-RECORD.
      *    DUPKEY only says more entries share this value and date.
      *    The browse ends at the first entry for another value, or
      *    past the keyed date when one was given.
           EXEC CICS READNEXT FILE('TRANPATH')
               INTO(TRANLOG-RECORD)
               RIDFLD(C7-PATH-KEY)
               RESP(C7-RESP)
           END-EXEC.
           IF C7-RESP NOT = DFHRESP(NORMAL)
               AND C7-RESP NOT = DFHRESP(DUPKEY)
               SET C7-BROWSE-DONE TO TRUE
           ELSE
               IF TL-STRING-VALUE (1:50) NOT = C7-CA-SELVAL
                   SET C7-BROWSE-DONE TO TRUE
               END-IF
               IF C7-CA-SELDATE NOT = SPACES
                   AND TL-LOG-DATE > C7-CA-SELDATE
                   SET C7-BROWSE-DONE TO TRUE
               END-IF
           END-IF.
           IF NOT C7-BROWSE-DONE
               PERFORM 3150-CHECK-MATCH
               IF C7-RECORD-MATCHES
                   PERFORM 3320-TAKE-PATH-MATCH
               END-IF
           END-IF.

       3320-TAKE-PATH-MATCH.
           EVALUATE TRUE
               WHEN C7-SKIP-COUNT > 0
                   SUBTRACT 1 FROM C7-SKIP-COUNT
               WHEN C7-MATCH-COUNT < 10
                   ADD 1 TO C7-MATCH-COUNT
                   PERFORM 3200-FORMAT-LINE
               WHEN OTHER
                   SET C7-MORE-PAGES TO TRUE
                   SET C7-BROWSE-DONE TO TRUE
           END-EVALUATE.

       4000-SEND-PAGE.
           IF C7-UNMASKED-SHOWN > 0
               PERFORM 2800-LOG-UNMASKED-VIEW
           END-IF.
           MOVE LOW-VALUES TO DL100BO.
           MOVE C7-CA-SELVAL TO SELVALO.
           MOVE C7-CA-SELDATE TO SELDATEO.
