      * came from the reversed run is flagged reversed, and a
      * value a reversed COR had corrected away is restored to
      * active.  The mistake is corrected on the books - nothing
      * is edited out of a live ESDS by hand.  Each master record
      * the backout changes is journaled on VMEVENT, cause REV,
      * for the outbound change-event feed.
      *
      * Every reversal lists on REVRPT, and the run writes its own
      * RUNSTAT entries (program c000030, the source filled) so
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VALUE
               FILE STATUS IS C30-VALMAST-STATUS.
           SELECT VMEVENT-FILE ASSIGN TO "VMEVENT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C30-VMEVENT-STATUS.
           SELECT IDENTFLE-FILE ASSIGN TO "IDENTFLE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C30-IDENT-STATUS.
           RECORDING MODE IS F.
           COPY CPYVMS.

       FD  VMEVENT-FILE
           RECORDING MODE IS F.
           COPY CPYVME.

       FD  IDENTFLE-FILE
           RECORDING MODE IS F.
           COPY CPYIDN.
       01  C30-TRANLOG-STATUS        PIC X(02).
       01  C30-CHGLOG-STATUS         PIC X(02).
       01  C30-VALMAST-STATUS        PIC X(02).
       01  C30-VMEVENT-STATUS        PIC X(02).
       01  C30-VMEVENT-OPEN-SWITCH   PIC X(01) VALUE 'N'.
           88  C30-VMEVENT-OPENED               VALUE 'Y'.
       01  C30-IDENT-STATUS          PIC X(02).
       01  C30-RUNSTAT-STATUS        PIC X(02).
       01  C30-RPT-STATUS            PIC X(02).
       01  C30-OFFSETS-COUNT         PIC 9(07) COMP VALUE 0.
       01  C30-VM-MARKED-COUNT       PIC 9(07) COMP VALUE 0.
       01  C30-VM-RESTORED-COUNT     PIC 9(07) COMP VALUE 0.
       01  C30-VM-EVENT-COUNT        PIC 9(07) COMP VALUE 0.
       01  C30-EDIT-COUNT            PIC ZZZ,ZZ9.

       01  C30-RPT-HEADING.
      *    stands.
           OPEN I-O VALMAST-FILE.
           IF C30-VALMAST-STATUS = "00"
               PERFORM 6050-open-event-journal
               PERFORM 6100-mark-one-reversed
                   VARYING C30-REV-IDX FROM 1 BY 1
                   UNTIL C30-REV-IDX > C30-REV-COUNT
                   VARYING C30-CHG-IDX FROM 1 BY 1
                   UNTIL C30-CHG-IDX > C30-CHG-COUNT
               CLOSE VALMAST-FILE
               IF C30-VMEVENT-OPENED
                   CLOSE VMEVENT-FILE
               END-IF
           ELSE
               DISPLAY "c000030 - WARNING: VALMAST NOT AVAILABLE, "
                   "STATUS " C30-VALMAST-STATUS " - MASTER NOT "
                   "BACKED OUT"
           END-IF.

       6050-open-event-journal.
      *    Every master record the backout changes is journaled
      *    for the outbound change-event feed.  The backout still
      *    goes ahead without the journal - the books matter more
      *    than the feed - but the gap is flagged RC 4.
           OPEN EXTEND VMEVENT-FILE.
           IF C30-VMEVENT-STATUS = "35"
               OPEN OUTPUT VMEVENT-FILE
           END-IF.
           IF C30-VMEVENT-STATUS = "00"
               SET C30-VMEVENT-OPENED TO TRUE
           ELSE
               DISPLAY "c000030 - WARNING: VMEVENT NOT AVAILABLE, "
                   "STATUS " C30-VMEVENT-STATUS " - MASTER CHANGES "
                   "NOT JOURNALED"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       6100-mark-one-reversed.
           MOVE 'N' TO C30-VM-FOUND-SWITCH.
           MOVE C30-REV-VALUE (C30-REV-IDX) (1:50) TO VM-VALUE.
           END-READ.
           IF C30-VM-FOUND AND VM-LAST-DATE = C30-BACKOUT-DATE
               AND NOT VM-REVERSED
               PERFORM 6300-hold-vm-event
               SET VM-REVERSED TO TRUE
               MOVE C30-RUN-DATE TO VM-LAST-DATE
               ACCEPT C30-CURRENT-TIME FROM TIME
               MOVE C30-CURRENT-TIME TO VM-LAST-TIME
               ADD 1 TO VM-UPDATE-COUNT
               MOVE VM-STATUS TO VE-NEW-STATUS
               MOVE VM-CURRENT-VALUE TO VE-NEW-CURRENT
               REWRITE VALMAST-RECORD
               IF C30-VALMAST-STATUS = "00"
                   ADD 1 TO C30-VM-MARKED-COUNT
                   PERFORM 6400-write-vm-event
               END-IF
           END-IF.

           END-READ.
           IF C30-VM-FOUND AND VM-CORRECTED
               AND VM-CURRENT-VALUE = C30-CHG-AFTER (C30-CHG-IDX)
               PERFORM 6300-hold-vm-event
               SET VM-ACTIVE TO TRUE
               MOVE C30-CHG-BEFORE (C30-CHG-IDX)
                   TO VM-CURRENT-VALUE
               ACCEPT C30-CURRENT-TIME FROM TIME
               MOVE C30-CURRENT-TIME TO VM-LAST-TIME
               ADD 1 TO VM-UPDATE-COUNT
               MOVE VM-STATUS TO VE-NEW-STATUS
               MOVE VM-CURRENT-VALUE TO VE-NEW-CURRENT
               REWRITE VALMAST-RECORD
               IF C30-VALMAST-STATUS = "00"
                   ADD 1 TO C30-VM-RESTORED-COUNT
                   PERFORM 6400-write-vm-event
               END-IF
           END-IF.

       6300-hold-vm-event.
      *    The old state is taken before the record is changed; the
      *    caller fills the new state once it has made the change,
      *    before the REWRITE releases the record area.
           MOVE SPACES TO VMEVENT-RECORD.
           MOVE VM-VALUE TO VE-VALUE.
           MOVE VM-STATUS TO VE-OLD-STATUS.
           MOVE VM-CURRENT-VALUE TO VE-OLD-CURRENT.
           SET VE-CAUSE-REVERSAL TO TRUE.
           MOVE C30-BACKOUT-SOURCE TO VE-SOURCE-SYSTEM.
           MOVE 'c000030' TO VE-PROGRAM.
           MOVE C30-CALLER-JOB-NAME TO VE-JOB-NAME.
           MOVE C30-RUN-DATE TO VE-RUN-DATE.

       6400-write-vm-event.
           IF C30-VMEVENT-OPENED
               MOVE C30-CURRENT-TIME TO VE-EVENT-TIME
               WRITE VMEVENT-RECORD
               IF C30-VMEVENT-STATUS = "00"
                   ADD 1 TO C30-VM-EVENT-COUNT
               ELSE
                   DISPLAY "c000030 - WARNING: VMEVENT WRITE "
                       "FAILED, STATUS " C30-VMEVENT-STATUS
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

           MOVE ZERO TO RS-ONLINE-VERIFIED.
           MOVE ZERO TO RS-INQUIRY-COUNT.
           MOVE C30-BACKOUT-SOURCE TO RS-SOURCE-SYSTEM.
           MOVE SPACES TO RS-PARTITION.
           IF RETURN-CODE > 99
               MOVE 99 TO RS-HIGHEST-RC
           ELSE
               MOVE "VALMAST RECORDS RESTORED" TO C30-TOT-LABEL
               MOVE C30-VM-RESTORED-COUNT TO C30-TOT-COUNT
               WRITE RPT-LINE FROM C30-RPT-TOTAL-LINE
               MOVE "VALMAST CHANGE EVENTS JOURNALED"
                   TO C30-TOT-LABEL
               MOVE C30-VM-EVENT-COUNT TO C30-TOT-COUNT
               WRITE RPT-LINE FROM C30-RPT-TOTAL-LINE
               CLOSE REVRPT-FILE
           END-IF.
           IF NOT C30-RUN-REFUSED
