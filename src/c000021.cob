      * ONLPEND online queue (keyed when, awaiting the night run) -
      * and prints them as one report in time order, so an auditor
      * gets the complete life of the value in a single listing
      * instead of four separate printouts.  The TRANLOG leg goes
      * straight to the value's entries through the TRANPATH keyed
      * path; only when the path is unavailable is the whole log
      * scanned.
      *
      * PARM='VALUE' - THE MATCH IS ON THE LEADING CHARACTERS OF
      * THE PARM, SO A FULL VALUE MATCHES EXACTLY AND A SHORTER
      * PARM ACTS AS A PREFIX.  A SUSPENSE RECORD CARRIES NO TIME
      * OF DAY, SO ITS EVENTS SORT AT THE FRONT OF THEIR RUN DATE.
      *
      * Every value the dossier prints - the traced value in the
      * heading and each value quoted in an event - goes through
      * the c000041 masking service first, so a value whose
      * REFFILE category is classified confidential is shown
      * masked unless the run carries a granted UNMASKRQ card.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TRANLOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C21-TRANLOG-STATUS.
           SELECT TRANPATH-FILE ASSIGN TO "TRANPATH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TP-KEY
               FILE STATUS IS C21-TRANPATH-STATUS.
           SELECT CHGLOG-FILE ASSIGN TO "CHGLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C21-CHGLOG-STATUS.
           RECORDING MODE IS F.
           COPY CPYLOG.

       FD  TRANPATH-FILE
           RECORDING MODE IS F.
           COPY CPYLGP.

       FD  CHGLOG-FILE
           RECORDING MODE IS F.
           COPY CPYCHG.

       WORKING-STORAGE SECTION.
       01  C21-TRANLOG-STATUS        PIC X(02).
       01  C21-TRANPATH-STATUS       PIC X(02).
       01  C21-CHGLOG-STATUS         PIC X(02).
       01  C21-SUSP-STATUS           PIC X(02).
       01  C21-ONLPEND-STATUS        PIC X(02).
           05  C21-TOT-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                PIC X(96) VALUE SPACES.
       01  C21-EVENT-WORK            PIC X(100).
       01  C21-SHOW-VALUE            PIC X(100).
       01  C21-SHOW-AFTER            PIC X(100).
           COPY CPYMSK.

       LINKAGE SECTION.
       01  C21-JCL-PARM.

       1000-initialize.
           ACCEPT C21-RUN-DATE FROM DATE YYYYMMDD.
           SET MK-OPEN TO TRUE.
           MOVE 'c000021' TO MK-CALLER-PROGRAM.
           CALL 'c000041' USING MASK-REQUEST.
           IF C21-JCL-PARM-LEN < 1
               OR C21-JCL-PARM-TEXT = SPACES
               DISPLAY "c000021 - ERROR: PARM MUST CARRY THE VALUE "
               OPEN OUTPUT DOSSRPT-FILE
               IF C21-RPT-STATUS = "00"
                   SET C21-RPT-OPENED TO TRUE
                   MOVE C21-SELECT-VALUE TO C21-SHOW-VALUE
                   PERFORM 7100-mask-show-value
                   MOVE C21-SHOW-VALUE TO C21-HDG-VALUE
                   MOVE C21-RUN-DATE TO C21-HDG-DATE
                   WRITE RPT-LINE FROM C21-RPT-HEADING
                   WRITE RPT-LINE FROM C21-RPT-COLUMNS
           END-IF.

       2000-gather-tranlog.
      *    The START positions on the first key at or above the
      *    traced characters (the rest of the key low-values), so
      *    a prefix lands on the first value that begins with it.
           MOVE 'N' TO C21-EOF-SWITCH.
           OPEN INPUT TRANPATH-FILE.
           IF C21-TRANPATH-STATUS = "00"
               MOVE LOW-VALUES TO TP-KEY
               MOVE C21-SELECT-VALUE (1:C21-SELECT-LENGTH)
                   TO TP-STRING-VALUE (1:C21-SELECT-LENGTH)
               START TRANPATH-FILE KEY IS NOT LESS THAN TP-KEY
                   INVALID KEY
                       SET C21-AT-END TO TRUE
               END-START
               PERFORM 2050-read-tranpath UNTIL C21-AT-END
               CLOSE TRANPATH-FILE
           ELSE
               DISPLAY "c000021 - WARNING: TRANPATH NOT AVAILABLE, "
                   "STATUS " C21-TRANPATH-STATUS " - SCANNING TRANLOG"
               PERFORM 2060-scan-tranlog
           END-IF.

       2050-read-tranpath.
      *    Entries arrive in key order, so the first one that no
      *    longer starts with the traced characters ends the leg.
           READ TRANPATH-FILE NEXT
               AT END
                   SET C21-AT-END TO TRUE
               NOT AT END
                   IF TP-STRING-VALUE (1:C21-SELECT-LENGTH)
                           = C21-SELECT-VALUE (1:C21-SELECT-LENGTH)
                       PERFORM 2200-post-tranlog-event
                   ELSE
                       SET C21-AT-END TO TRUE
                   END-IF
           END-READ.

       2060-scan-tranlog.
           OPEN INPUT TRANLOG-FILE.
           IF C21-TRANLOG-STATUS = "00"
               PERFORM 2100-read-tranlog UNTIL C21-AT-END
           END-IF.

       2100-read-tranlog.
      *    Read into the path's record area, which carries the same
      *    layout, so one posting paragraph serves both legs.
           READ TRANLOG-FILE INTO TRANPATH-RECORD
               AT END
                   SET C21-AT-END TO TRUE
               NOT AT END
                   MOVE TP-STRING-VALUE TO C21-EVENT-WORK
                   PERFORM 1500-check-value-match
                   IF C21-EVENT-WORK NOT = SPACES
                       PERFORM 2200-post-tranlog-event
           END-READ.

       2200-post-tranlog-event.
           MOVE TP-STRING-VALUE TO C21-SHOW-VALUE.
           PERFORM 7100-mask-show-value.
           MOVE SPACES TO C21-EVENT-WORK.
           STRING "LOGGED '" DELIMITED BY SIZE
               C21-SHOW-VALUE (1:40) DELIMITED BY SIZE
               "' BY " DELIMITED BY SIZE
               TP-CALLER-PROGRAM DELIMITED BY SIZE
               " USER " DELIMITED BY SIZE
               TP-USER-ID DELIMITED BY SIZE
               " SRC " DELIMITED BY SIZE
               TP-SOURCE-SYSTEM DELIMITED BY SIZE
               INTO C21-EVENT-WORK.
           PERFORM 7000-post-event.
           IF C21-EVENT-IDX > 0
               MOVE TP-LOG-DATE TO C21-EV-DATE (C21-EVENT-IDX)
               MOVE TP-LOG-TIME TO C21-EV-TIME (C21-EVENT-IDX)
               MOVE "TRANLOG " TO C21-EV-FILE (C21-EVENT-IDX)
           END-IF.

           END-READ.

       3200-post-chglog-event.
           MOVE CHG-AFTER-VALUE TO C21-SHOW-VALUE.
           PERFORM 7100-mask-show-value.
           MOVE C21-SHOW-VALUE TO C21-SHOW-AFTER.
           MOVE CHG-BEFORE-VALUE TO C21-SHOW-VALUE.
           PERFORM 7100-mask-show-value.
           MOVE SPACES TO C21-EVENT-WORK.
           STRING "CORRECTED '" DELIMITED BY SIZE
               C21-SHOW-VALUE (1:30) DELIMITED BY SIZE
               "' TO '" DELIMITED BY SIZE
               C21-SHOW-AFTER (1:30) DELIMITED BY SIZE
               "' BY " DELIMITED BY SIZE
               CHG-PROGRAM DELIMITED BY SIZE
               " USER " DELIMITED BY SIZE
      *    authorizing user and reason are exactly what the
      *    auditor opens the dossier for.
           MOVE SUS-RECORD-NBR TO C21-EDIT-NBR.
           MOVE SUS-RECORD-IMAGE (4:50) TO C21-SHOW-VALUE.
           PERFORM 7100-mask-show-value.
           MOVE SPACES TO C21-EVENT-WORK.
           EVALUATE TRUE
               WHEN SUS-STATUS-REREJECTED
                   STRING "RE-REJECTED '" DELIMITED BY SIZE
                       C21-SHOW-VALUE (1:40) DELIMITED BY SIZE
                       "' REASON " DELIMITED BY SIZE
                       SUS-REASON-CODE DELIMITED BY SIZE
                       " INPUT RECORD " DELIMITED BY SIZE
      *            N, or the spaces a pre-journal record carries -
      *            the original rejection.
                   STRING "REJECTED '" DELIMITED BY SIZE
                       C21-SHOW-VALUE (1:40) DELIMITED BY SIZE
                       "' REASON " DELIMITED BY SIZE
                       SUS-REASON-CODE DELIMITED BY SIZE
                       " INPUT RECORD " DELIMITED BY SIZE
               AT END
                   SET C21-AT-END TO TRUE
               NOT AT END
                   IF OP-TYPE-COR
                       MOVE OP-COR-BEFORE TO C21-EVENT-WORK
                       PERFORM 1500-check-value-match
                       IF C21-EVENT-WORK = SPACES
                           MOVE OP-COR-AFTER TO C21-EVENT-WORK
                           PERFORM 1500-check-value-match
                       END-IF
                   ELSE
                       MOVE OP-VALUE TO C21-EVENT-WORK
                       PERFORM 1500-check-value-match
                   END-IF
                   IF C21-EVENT-WORK NOT = SPACES
                       PERFORM 5200-post-onlpend-event
                   END-IF
           END-READ.

       5200-post-onlpend-event.
      *    A queued DL13 correction touches the value on either
      *    side, the same both-sides rule the CHGLOG leg applies.
           MOVE SPACES TO C21-EVENT-WORK.
           IF OP-TYPE-COR
               MOVE OP-COR-AFTER TO C21-SHOW-VALUE
               PERFORM 7100-mask-show-value
               MOVE C21-SHOW-VALUE TO C21-SHOW-AFTER
               MOVE OP-COR-BEFORE TO C21-SHOW-VALUE
               PERFORM 7100-mask-show-value
               STRING "QUEUED CORRECTION '" DELIMITED BY SIZE
                   C21-SHOW-VALUE (1:30) DELIMITED BY SIZE
                   "' TO '" DELIMITED BY SIZE
                   C21-SHOW-AFTER (1:30) DELIMITED BY SIZE
                   "' USER " DELIMITED BY SIZE
                   OP-USER-ID DELIMITED BY SIZE
                   INTO C21-EVENT-WORK
           ELSE
               MOVE OP-VALUE TO C21-SHOW-VALUE
               PERFORM 7100-mask-show-value
               STRING "QUEUED ONLINE '" DELIMITED BY SIZE
                   C21-SHOW-VALUE (1:40) DELIMITED BY SIZE
                   "' USER " DELIMITED BY SIZE
                   OP-USER-ID DELIMITED BY SIZE
                   " TERM " DELIMITED BY SIZE
                   OP-TERMINAL-ID DELIMITED BY SIZE
                   " AWAITING NIGHT RUN" DELIMITED BY SIZE
                   INTO C21-EVENT-WORK
           END-IF.
           PERFORM 7000-post-event.
           IF C21-EVENT-IDX > 0
               MOVE OP-ENTRY-DATE TO C21-EV-DATE (C21-EVENT-IDX)
               SET C21-EVENT-OVERFLOW TO TRUE
           END-IF.

       7100-mask-show-value.
      *    The match above is always made on the value as stored;
      *    only the printed copy is masked.
           MOVE C21-SHOW-VALUE TO MK-VALUE.
           SET MK-MASK TO TRUE.
           CALL 'c000041' USING MASK-REQUEST.
           MOVE MK-VALUE TO C21-SHOW-VALUE.

       6000-print-dossier.
           IF C21-EVENT-COUNT = 0
               MOVE SPACES TO C21-RPT-TOTAL-LINE
           END-IF.

       9000-terminate.
           SET MK-CLOSE TO TRUE.
           CALL 'c000041' USING MASK-REQUEST.
           IF C21-RPT-OPENED
               CLOSE DOSSRPT-FILE
           END-IF.
