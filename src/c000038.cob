       IDENTIFICATION DIVISION.
       PROGRAM-ID. c000038.
      *
      * Morning missing-feed report.  For one business date, every
      * sender on the SRCMAST source registry is checked against
      * what the night's c000003 runs actually received from it -
      * the per-source type-B RUNSTAT entries, summed across the
      * date's runs the same way c000009 balances them.  A sender
      * that is active and expected on the date's CALFILE day type
      * but sent nothing is listed, as is any sender whose record
      * count fell outside its registered normal range, so a feed
      * that silently failed upstream is chased at 07:00 instead of
      * when its business users notice.  Batches received from
      * senders the registry does not know (the registry was not
      * available to the night's run) are listed as well.
      *
      * PARM='YYYYMMDD' SELECTS THE BUSINESS DATE; DEFAULT IS THE
      * LATEST CALFILE BUSINESS DAY ON OR BEFORE THE RUN DATE.
      * RC=0 EVERY EXPECTED FEED ARRIVED WITHIN ITS RANGE; RC=4 ONE
      * OR MORE EXCEPTIONS LISTED; RC=12 SRCMAST OR THE REPORT
      * COULD NOT BE OPENED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SRCMAST-FILE ASSIGN TO "SRCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-SOURCE-SYSTEM
               FILE STATUS IS C38-SRCMAST-STATUS.
           SELECT RUNSTAT-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C38-RUNSTAT-STATUS.
           SELECT CALFILE-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C38-CALFILE-STATUS.
           SELECT FEEDRPT-FILE ASSIGN TO "FEEDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C38-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SRCMAST-FILE
           RECORDING MODE IS F.
           COPY CPYSRM.

       FD  RUNSTAT-FILE
           RECORDING MODE IS F.
           COPY CPYRUN.

       FD  CALFILE-FILE
           RECORDING MODE IS F.
           COPY CPYCAL.

       FD  FEEDRPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                  PIC X(133).

       WORKING-STORAGE SECTION.
       01  C38-SRCMAST-STATUS        PIC X(02).
       01  C38-RUNSTAT-STATUS        PIC X(02).
       01  C38-CALFILE-STATUS        PIC X(02).
       01  C38-RPT-STATUS            PIC X(02).
       01  C38-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  C38-AT-END                       VALUE 'Y'.
       01  C38-CAL-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  C38-CAL-AT-END                   VALUE 'Y'.
       01  C38-SRCMAST-OPEN-SWITCH   PIC X(01) VALUE 'N'.
           88  C38-SRCMAST-OPENED               VALUE 'Y'.
       01  C38-RPT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
           88  C38-RPT-OPENED                   VALUE 'Y'.
       01  C38-CURRENT-DATE          PIC 9(08).
       01  C38-CURRENT-DATE-X REDEFINES C38-CURRENT-DATE
                                     PIC X(08).
       01  C38-BUSINESS-DATE         PIC X(08).
       01  C38-CAL-BUSINESS-DATE     PIC X(08) VALUE SPACES.
      *    The report date's CALFILE day type; left blank when the
      *    calendar is missing or does not carry the date, in which
      *    case the date is treated as a business day.
       01  C38-DAY-TYPE              PIC X(01) VALUE SPACES.
       01  C38-EXPECTED-SWITCH       PIC X(01).
           88  C38-SOURCE-EXPECTED              VALUE 'Y'.
       01  C38-TYPE-IDX              PIC 9(01) COMP.
       01  C38-VOLUME                PIC 9(07) COMP.
       01  C38-EXCEPTION-TEXT        PIC X(30).
       01  C38-SOURCES-CHECKED       PIC 9(05) COMP VALUE 0.
       01  C38-SOURCES-EXPECTED      PIC 9(05) COMP VALUE 0.
       01  C38-MISSING-COUNT         PIC 9(05) COMP VALUE 0.
       01  C38-RANGE-COUNT           PIC 9(05) COMP VALUE 0.
       01  C38-UNKNOWN-COUNT         PIC 9(05) COMP VALUE 0.
       01  C38-EDIT-COUNT            PIC ZZ,ZZ9.
      *    Records received per source for the date, from the
      *    type-B RUNSTAT entries; the matched flag marks the ones
      *    the registry accounted for.
       01  C38-SRC-MAX               PIC 9(03) COMP VALUE 100.
       01  C38-SRC-COUNT             PIC 9(03) COMP VALUE 0.
       01  C38-SRC-IDX               PIC 9(03) COMP VALUE 0.
       01  C38-SRC-WORK              PIC X(08).
       01  C38-SRC-FOUND-SWITCH      PIC X(01).
           88  C38-SRC-FOUND                    VALUE 'Y'.
       01  C38-SRC-TABLE.
           05  C38-SRC-ENTRY         OCCURS 100 TIMES.
               10  C38-SRC-SYSTEM    PIC X(08).
               10  C38-SRC-READ      PIC 9(07) COMP.
               10  C38-SRC-MATCHED   PIC X(01).

       01  C38-RPT-HEADING.
           05  FILLER                PIC X(34)
               VALUE "MORNING MISSING-FEED REPORT       ".
           05  FILLER                PIC X(14)
               VALUE "BUSINESS DATE ".
           05  C38-HDG-DATE          PIC X(08).
           05  FILLER                PIC X(10) VALUE "  DAY TYPE".
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C38-HDG-DAY-TYPE      PIC X(01).
           05  FILLER                PIC X(65) VALUE SPACES.
       01  C38-RPT-COLUMNS.
           05  FILLER                PIC X(09) VALUE "SOURCE   ".
           05  FILLER                PIC X(26) VALUE "NAME".
           05  FILLER                PIC X(26) VALUE "CONTACT".
           05  FILLER                PIC X(16) VALUE "PHONE".
           05  FILLER                PIC X(08) VALUE "RECEIVED".
           05  FILLER                PIC X(08) VALUE "     MIN".
           05  FILLER                PIC X(08) VALUE "     MAX".
           05  FILLER                PIC X(01) VALUE SPACE.
           05  FILLER                PIC X(31) VALUE "EXCEPTION".
       01  C38-RPT-DETAIL.
           05  C38-DTL-SOURCE        PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C38-DTL-NAME          PIC X(25).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C38-DTL-CONTACT       PIC X(25).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C38-DTL-PHONE         PIC X(15).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C38-DTL-RECEIVED      PIC ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C38-DTL-MIN           PIC ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C38-DTL-MAX           PIC ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C38-DTL-EXCEPTION     PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACE.
       01  C38-RPT-NO-CALENDAR.
           05  FILLER                PIC X(38)
               VALUE "DATE NOT ON THE PROCESSING CALENDAR - ".
           05  FILLER                PIC X(25)
               VALUE "TREATED AS A BUSINESS DAY".
           05  FILLER                PIC X(70) VALUE SPACES.
       01  C38-RPT-TOTAL-LINE.
           05  C38-TOT-LABEL         PIC X(40).
           05  C38-TOT-COUNT         PIC ZZ,ZZ9.
           05  FILLER                PIC X(87) VALUE SPACES.

       LINKAGE SECTION.
       01  C38-JCL-PARM.
           05  C38-JCL-PARM-LEN       PIC S9(4) COMP.
           05  C38-JCL-PARM-TEXT      PIC X(20).

       PROCEDURE DIVISION USING C38-JCL-PARM.
           PERFORM 1000-initialize.
           PERFORM 2000-sum-source-volumes.
           IF C38-SRCMAST-OPENED AND C38-RPT-OPENED
               MOVE 'N' TO C38-EOF-SWITCH
               PERFORM 3000-check-registered-source
                   UNTIL C38-AT-END
               PERFORM 4000-list-unregistered-source
                   VARYING C38-SRC-IDX FROM 1 BY 1
                   UNTIL C38-SRC-IDX > C38-SRC-COUNT
           END-IF.
           PERFORM 9000-terminate.
           GOBACK.

       1000-initialize.
           ACCEPT C38-CURRENT-DATE FROM DATE YYYYMMDD.
           IF C38-JCL-PARM-LEN >= 8
               MOVE C38-JCL-PARM-TEXT (1:8) TO C38-BUSINESS-DATE
           ELSE
      *        The same default c000009 balances: the latest
      *        business day on or before the run date, so a
      *        Monday-morning run reports Friday's feeds.
               PERFORM 1100-read-calendar
               IF C38-CAL-BUSINESS-DATE NOT = SPACES
                   MOVE C38-CAL-BUSINESS-DATE TO C38-BUSINESS-DATE
               ELSE
                   MOVE C38-CURRENT-DATE-X TO C38-BUSINESS-DATE
               END-IF
           END-IF.
           PERFORM 1200-find-day-type.
           OPEN INPUT SRCMAST-FILE.
           IF C38-SRCMAST-STATUS = "00"
               SET C38-SRCMAST-OPENED TO TRUE
           ELSE
               DISPLAY "c000038 - ERROR: UNABLE TO OPEN SRCMAST, "
                   "STATUS " C38-SRCMAST-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT FEEDRPT-FILE.
           IF C38-RPT-STATUS = "00"
               SET C38-RPT-OPENED TO TRUE
               MOVE C38-BUSINESS-DATE TO C38-HDG-DATE
               MOVE C38-DAY-TYPE TO C38-HDG-DAY-TYPE
               WRITE RPT-LINE FROM C38-RPT-HEADING
               IF C38-DAY-TYPE = SPACE
                   WRITE RPT-LINE FROM C38-RPT-NO-CALENDAR
               END-IF
               WRITE RPT-LINE FROM C38-RPT-COLUMNS
           ELSE
               DISPLAY "c000038 - ERROR: UNABLE TO OPEN FEEDRPT, "
                   "STATUS " C38-RPT-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

       1100-read-calendar.
           OPEN INPUT CALFILE-FILE.
           IF C38-CALFILE-STATUS = "00"
               PERFORM 1110-read-calendar-record
                   UNTIL C38-CAL-AT-END
               CLOSE CALFILE-FILE
           END-IF.

       1110-read-calendar-record.
      *    Ascending date order, so the scan stops once it passes
      *    the run date; the last business day seen wins.
           READ CALFILE-FILE
               AT END
                   SET C38-CAL-AT-END TO TRUE
               NOT AT END
                   IF CAL-DATE > C38-CURRENT-DATE-X
                       SET C38-CAL-AT-END TO TRUE
                   ELSE
                       IF CAL-BUSINESS-DAY
                           MOVE CAL-DATE TO C38-CAL-BUSINESS-DATE
                       END-IF
                   END-IF
           END-READ.

       1200-find-day-type.
           MOVE 'N' TO C38-CAL-EOF-SWITCH.
           OPEN INPUT CALFILE-FILE.
           IF C38-CALFILE-STATUS = "00"
               PERFORM 1210-match-calendar-date
                   UNTIL C38-CAL-AT-END
               CLOSE CALFILE-FILE
           END-IF.

       1210-match-calendar-date.
           READ CALFILE-FILE
               AT END
                   SET C38-CAL-AT-END TO TRUE
               NOT AT END
                   IF CAL-DATE = C38-BUSINESS-DATE
                       MOVE CAL-DAY-TYPE TO C38-DAY-TYPE
                   END-IF
                   IF CAL-DATE NOT < C38-BUSINESS-DATE
                       SET C38-CAL-AT-END TO TRUE
                   END-IF
           END-READ.

       2000-sum-source-volumes.
      *    Every c000003 per-source entry for the date, summed
      *    across the date's runs so a morning REPROC run folds in
      *    the way it does on the balancing report.
           MOVE 'N' TO C38-EOF-SWITCH.
           OPEN INPUT RUNSTAT-FILE.
           IF C38-RUNSTAT-STATUS = "00"
               PERFORM 2100-read-runstat UNTIL C38-AT-END
               CLOSE RUNSTAT-FILE
           ELSE
               DISPLAY "c000038 - WARNING: RUNSTAT NOT AVAILABLE, "
                   "STATUS " C38-RUNSTAT-STATUS
                   " - NO FEEDS COUNTED AS RECEIVED"
           END-IF.

       2100-read-runstat.
           READ RUNSTAT-FILE
               AT END
                   SET C38-AT-END TO TRUE
               NOT AT END
                   IF RS-PROGRAM = 'c000003'
                       AND RS-RUN-DATE = C38-BUSINESS-DATE
                       AND RS-SOURCE-ENTRY
                       MOVE RS-SOURCE-SYSTEM TO C38-SRC-WORK
                       PERFORM 2500-find-source
                       IF NOT C38-SRC-FOUND
                           PERFORM 2600-add-source
                       END-IF
                       IF C38-SRC-FOUND
                           ADD RS-RECORDS-READ
                               TO C38-SRC-READ (C38-SRC-IDX)
                       END-IF
                   END-IF
           END-READ.

       2500-find-source.
           MOVE 'N' TO C38-SRC-FOUND-SWITCH.
           IF C38-SRC-COUNT > 0
               PERFORM 2510-search-source
                   VARYING C38-SRC-IDX FROM 1 BY 1
                   UNTIL C38-SRC-IDX > C38-SRC-COUNT
                       OR C38-SRC-FOUND
           END-IF.

       2510-search-source.
           IF C38-SRC-SYSTEM (C38-SRC-IDX) = C38-SRC-WORK
               SET C38-SRC-FOUND TO TRUE
      *        The VARYING adds one more before the UNTIL test sees
      *        the switch, so step back to the matched slot.
               SUBTRACT 1 FROM C38-SRC-IDX
           END-IF.

       2600-add-source.
           IF C38-SRC-COUNT < C38-SRC-MAX
               ADD 1 TO C38-SRC-COUNT
               MOVE C38-SRC-COUNT TO C38-SRC-IDX
               MOVE C38-SRC-WORK TO C38-SRC-SYSTEM (C38-SRC-IDX)
               MOVE ZERO TO C38-SRC-READ (C38-SRC-IDX)
               MOVE 'N' TO C38-SRC-MATCHED (C38-SRC-IDX)
               SET C38-SRC-FOUND TO TRUE
           ELSE
               DISPLAY "c000038 - WARNING: SOURCE TABLE FULL, "
                   "ENTRY FOR " C38-SRC-WORK " SKIPPED"
           END-IF.

       3000-check-registered-source.
           READ SRCMAST-FILE NEXT RECORD
               AT END
                   SET C38-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO C38-SOURCES-CHECKED
                   PERFORM 3100-check-one-source
           END-READ.

       3100-check-one-source.
           MOVE SM-SOURCE-SYSTEM TO C38-SRC-WORK.
           PERFORM 2500-find-source.
           IF C38-SRC-FOUND
               MOVE 'Y' TO C38-SRC-MATCHED (C38-SRC-IDX)
               MOVE C38-SRC-READ (C38-SRC-IDX) TO C38-VOLUME
           ELSE
               MOVE ZERO TO C38-VOLUME
           END-IF.
           PERFORM 3200-check-expected.
           MOVE SPACES TO C38-EXCEPTION-TEXT.
      *    A sender with nothing received is only an exception when
      *    it was due; one that did send is held to its range
      *    whether it was due or not.
           EVALUATE TRUE
               WHEN NOT C38-SRC-FOUND
                   IF C38-SOURCE-EXPECTED
                       MOVE "EXPECTED - NOTHING RECEIVED"
                           TO C38-EXCEPTION-TEXT
                       ADD 1 TO C38-MISSING-COUNT
                   END-IF
               WHEN SM-INACTIVE
                   MOVE "RECEIVED WHILE INACTIVE"
                       TO C38-EXCEPTION-TEXT
                   ADD 1 TO C38-RANGE-COUNT
               WHEN SM-MIN-VOLUME > ZERO
                   AND C38-VOLUME < SM-MIN-VOLUME
                   MOVE "BELOW NORMAL VOLUME RANGE"
                       TO C38-EXCEPTION-TEXT
                   ADD 1 TO C38-RANGE-COUNT
               WHEN SM-MAX-VOLUME > ZERO
                   AND C38-VOLUME > SM-MAX-VOLUME
                   MOVE "ABOVE NORMAL VOLUME RANGE"
                       TO C38-EXCEPTION-TEXT
                   ADD 1 TO C38-RANGE-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF C38-EXCEPTION-TEXT NOT = SPACES
               MOVE SM-SOURCE-SYSTEM TO C38-DTL-SOURCE
               MOVE SM-SOURCE-NAME TO C38-DTL-NAME
               MOVE SM-CONTACT-NAME TO C38-DTL-CONTACT
               MOVE SM-CONTACT-PHONE TO C38-DTL-PHONE
               MOVE C38-VOLUME TO C38-DTL-RECEIVED
               MOVE SM-MIN-VOLUME TO C38-DTL-MIN
               MOVE SM-MAX-VOLUME TO C38-DTL-MAX
               MOVE C38-EXCEPTION-TEXT TO C38-DTL-EXCEPTION
               WRITE RPT-LINE FROM C38-RPT-DETAIL
           END-IF.

       3200-check-expected.
      *    Due when active and the date's day type is one of the
      *    sender's expected types; a date the calendar cannot
      *    place counts as a business day.
           MOVE 'N' TO C38-EXPECTED-SWITCH.
           IF SM-ACTIVE
               PERFORM 3210-match-day-type
                   VARYING C38-TYPE-IDX FROM 1 BY 1
                   UNTIL C38-TYPE-IDX > 3
           END-IF.
           IF C38-SOURCE-EXPECTED
               ADD 1 TO C38-SOURCES-EXPECTED
           END-IF.

       3210-match-day-type.
           IF C38-DAY-TYPE = SPACE
               IF SM-EXPECTED-DAY-TYPES (C38-TYPE-IDX:1) = 'B'
                   SET C38-SOURCE-EXPECTED TO TRUE
               END-IF
           ELSE
               IF SM-EXPECTED-DAY-TYPES (C38-TYPE-IDX:1)
                       = C38-DAY-TYPE
                   SET C38-SOURCE-EXPECTED TO TRUE
               END-IF
           END-IF.

       4000-list-unregistered-source.
           IF C38-SRC-MATCHED (C38-SRC-IDX) NOT = 'Y'
               ADD 1 TO C38-UNKNOWN-COUNT
               MOVE SPACES TO C38-RPT-DETAIL
               MOVE C38-SRC-SYSTEM (C38-SRC-IDX) TO C38-DTL-SOURCE
               MOVE C38-SRC-READ (C38-SRC-IDX) TO C38-DTL-RECEIVED
               MOVE "NOT ON THE SOURCE REGISTRY"
                   TO C38-DTL-EXCEPTION
               WRITE RPT-LINE FROM C38-RPT-DETAIL
           END-IF.

       9000-terminate.
           IF C38-SRCMAST-OPENED
               CLOSE SRCMAST-FILE
           END-IF.
           IF C38-RPT-OPENED
               MOVE SPACES TO C38-RPT-TOTAL-LINE
               WRITE RPT-LINE FROM C38-RPT-TOTAL-LINE
               MOVE "REGISTERED SOURCES CHECKED" TO C38-TOT-LABEL
               MOVE C38-SOURCES-CHECKED TO C38-TOT-COUNT
               WRITE RPT-LINE FROM C38-RPT-TOTAL-LINE
               MOVE "SOURCES EXPECTED FOR THE DATE" TO C38-TOT-LABEL
               MOVE C38-SOURCES-EXPECTED TO C38-TOT-COUNT
               WRITE RPT-LINE FROM C38-RPT-TOTAL-LINE
               MOVE "EXPECTED SOURCES WITH NOTHING RECEIVED"
                   TO C38-TOT-LABEL
               MOVE C38-MISSING-COUNT TO C38-TOT-COUNT
               WRITE RPT-LINE FROM C38-RPT-TOTAL-LINE
               MOVE "SOURCES OUTSIDE THEIR VOLUME RANGE"
                   TO C38-TOT-LABEL
               MOVE C38-RANGE-COUNT TO C38-TOT-COUNT
               WRITE RPT-LINE FROM C38-RPT-TOTAL-LINE
               MOVE "SOURCES NOT ON THE REGISTRY" TO C38-TOT-LABEL
               MOVE C38-UNKNOWN-COUNT TO C38-TOT-COUNT
               WRITE RPT-LINE FROM C38-RPT-TOTAL-LINE
               CLOSE FEEDRPT-FILE
           END-IF.
           MOVE C38-MISSING-COUNT TO C38-EDIT-COUNT.
           DISPLAY "c000038 - EXPECTED FEEDS MISSING:  " C38-EDIT-COUNT.
           MOVE C38-RANGE-COUNT TO C38-EDIT-COUNT.
           DISPLAY "c000038 - FEEDS OUT OF RANGE:      " C38-EDIT-COUNT.
           MOVE C38-UNKNOWN-COUNT TO C38-EDIT-COUNT.
           DISPLAY "c000038 - UNREGISTERED SENDERS:    " C38-EDIT-COUNT.
           IF RETURN-CODE = 0
               AND (C38-MISSING-COUNT > 0 OR C38-RANGE-COUNT > 0
                   OR C38-UNKNOWN-COUNT > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.
