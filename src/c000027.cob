      * place so record counts, the HDR/TRL arithmetic, and
      * c000009 balancing still hold; on VALMAST the record keyed
      * by the value is deleted and any other record whose current
      * value holds it is tombstoned.  The VMEVENT change-event
      * journal is copied the same way, every earlier event that
      * held the value tombstoned, and the purge's own VALMAST
      * changes are journaled behind them (cause PURG) without
      * naming the value.  The DL100P job copies the
      * replacement files back over the live datasets only when
      * this step ends clean.
      *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VALUE
               FILE STATUS IS C27-VALMAST-STATUS.
           SELECT VMEVENT-FILE ASSIGN TO "VMEVENT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C27-VMEVENT-STATUS.
           SELECT VMEVNTO-FILE ASSIGN TO "VMEVNTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C27-VMEVNTO-STATUS.
           SELECT PURGCERT-FILE ASSIGN TO "PURGCERT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C27-CERT-STATUS.

       FD  ONLPENDA-FILE
           RECORDING MODE IS F.
       01  ONLPENDA-RECORD           PIC X(140).

       FD  OUTPENDA-FILE
           RECORDING MODE IS F.
       01  OUTPENDA-RECORD           PIC X(140).

       FD  ONLPENDB-FILE
           RECORDING MODE IS F.
       01  ONLPENDB-RECORD           PIC X(140).

       FD  OUTPENDB-FILE
           RECORDING MODE IS F.
       01  OUTPENDB-RECORD           PIC X(140).

       FD  ARCHIN-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY CPYVMS.

       FD  VMEVENT-FILE
           RECORDING MODE IS F.
           COPY CPYVME.

       FD  VMEVNTO-FILE
           RECORDING MODE IS F.
       01  VMEVNTO-RECORD            PIC X(300).

       FD  PURGCERT-FILE
           RECORDING MODE IS F.
       01  CERT-LINE                 PIC X(80).
       01  C27-ARCHIN-STATUS         PIC X(02).
       01  C27-ARCHOUT-STATUS        PIC X(02).
       01  C27-VALMAST-STATUS        PIC X(02).
       01  C27-VMEVENT-STATUS        PIC X(02).
       01  C27-VMEVNTO-STATUS        PIC X(02).
       01  C27-VMEVNTO-OPEN-SWITCH   PIC X(01) VALUE 'N'.
           88  C27-VMEVNTO-OPENED               VALUE 'Y'.
       01  C27-CERT-STATUS           PIC X(02).
       01  C27-EOF-SWITCH            PIC X(01).
           88  C27-AT-END                       VALUE 'Y'.
       01  C27-TOTAL-HITS            PIC 9(07) COMP VALUE 0.
       01  C27-VALMAST-DELETED       PIC 9(01) VALUE 0.
       01  C27-VM-TOMBSTONED         PIC 9(05) COMP VALUE 0.
       01  C27-VM-EVENT-COUNT        PIC 9(05) COMP VALUE 0.
       01  C27-EDIT-COUNT            PIC ZZZ,ZZ9.

       01  C27-CERT-HEADING.
               PERFORM 3300-purge-onlpenda
               PERFORM 3350-purge-onlpendb
               PERFORM 3400-purge-archive
               PERFORM 3450-purge-vmevent
               PERFORM 3500-purge-valmast
               PERFORM 4000-write-certificate
               PERFORM 5000-log-purge-to-seclog
               AT END
                   SET C27-AT-END TO TRUE
               NOT AT END
                   PERFORM 3370-purge-pending-entry
                   WRITE OUTPENDA-RECORD FROM ONLPEND-RECORD
           END-READ.

               AT END
                   SET C27-AT-END TO TRUE
               NOT AT END
                   PERFORM 3370-purge-pending-entry
                   WRITE OUTPENDB-RECORD FROM ONLPEND-RECORD
           END-READ.

       3370-purge-pending-entry.
      *    A queued DL13 correction carries its before and after
      *    values side by side; each side is matched and
      *    tombstoned on its own, the CHGLOG rule.  Any other
      *    queued entry is a single value.
           ADD 1 TO C27-READ-COUNT.
           IF OP-TYPE-COR
               MOVE OP-COR-BEFORE TO C27-WORK-VALUE
               PERFORM 2500-check-value-match
               IF C27-VALUE-MATCHES
                   ADD 1 TO C27-HIT-COUNT
                   MOVE C27-TOMBSTONE TO OP-COR-BEFORE
               END-IF
               MOVE OP-COR-AFTER TO C27-WORK-VALUE
               PERFORM 2500-check-value-match
               IF C27-VALUE-MATCHES
                   ADD 1 TO C27-HIT-COUNT
                   MOVE C27-TOMBSTONE TO OP-COR-AFTER
               END-IF
           ELSE
               MOVE OP-VALUE TO C27-WORK-VALUE
               PERFORM 2500-check-value-match
               IF C27-VALUE-MATCHES
                   ADD 1 TO C27-HIT-COUNT
                   MOVE C27-TOMBSTONE TO OP-VALUE
               END-IF
           END-IF.

       3400-purge-archive.
      *    One archive generation per run - the DL100P job points
      *    ARCHIN/ARCHOUT at the generation being cleaned.  The
                   WRITE ARCHOUT-RECORD FROM TRANLOG-RECORD
           END-READ.

       3450-purge-vmevent.
      *    The value, old current and new current sides of each
      *    journaled change event are obliterated independently,
      *    count preserved - an event's position is its feed
      *    sequence number.  The replacement stays open for the
      *    purge's own events from the VALMAST pass.
           MOVE 'N' TO C27-EOF-SWITCH.
           MOVE 0 TO C27-READ-COUNT C27-HIT-COUNT.
           OPEN INPUT VMEVENT-FILE.
           OPEN OUTPUT VMEVNTO-FILE.
           IF C27-VMEVENT-STATUS = "00"
               AND C27-VMEVNTO-STATUS = "00"
               SET C27-VMEVNTO-OPENED TO TRUE
               PERFORM 3460-purge-one-vmevent UNTIL C27-AT-END
           ELSE
               DISPLAY "c000027 - WARNING: VMEVENT/VMEVNTO NOT "
                   "AVAILABLE, STATUS " C27-VMEVENT-STATUS "/"
                   C27-VMEVNTO-STATUS " - FILE SKIPPED"
               IF C27-VMEVNTO-STATUS = "00"
                   CLOSE VMEVNTO-FILE
               END-IF
           END-IF.
           IF C27-VMEVENT-STATUS = "00"
               OR C27-VMEVENT-STATUS = "10"
               CLOSE VMEVENT-FILE
           END-IF.
           MOVE "VMEVENT" TO C27-CERT-LABEL.
           PERFORM 4100-certify-file-counts.

       3460-purge-one-vmevent.
           READ VMEVENT-FILE
               AT END
                   SET C27-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO C27-READ-COUNT
                   MOVE VE-VALUE TO C27-WORK-VALUE
                   PERFORM 2500-check-value-match
                   IF C27-VALUE-MATCHES
                       ADD 1 TO C27-HIT-COUNT
                       MOVE C27-TOMBSTONE TO VE-VALUE
                   END-IF
                   MOVE VE-OLD-CURRENT TO C27-WORK-VALUE
                   PERFORM 2500-check-value-match
                   IF C27-VALUE-MATCHES
                       ADD 1 TO C27-HIT-COUNT
                       MOVE C27-TOMBSTONE TO VE-OLD-CURRENT
                   END-IF
                   MOVE VE-NEW-CURRENT TO C27-WORK-VALUE
                   PERFORM 2500-check-value-match
                   IF C27-VALUE-MATCHES
                       ADD 1 TO C27-HIT-COUNT
                       MOVE C27-TOMBSTONE TO VE-NEW-CURRENT
                   END-IF
                   WRITE VMEVNTO-RECORD FROM VMEVENT-RECORD
           END-READ.

       3500-purge-valmast.
      *    One pass over the whole master: the record keyed by the
      *    purged value is deleted outright - VALMAST holds only
                   "STATUS " C27-VALMAST-STATUS " - MASTER RECORDS "
                   "NOT REMOVED"
           END-IF.
           IF C27-VMEVNTO-OPENED
               CLOSE VMEVNTO-FILE
               MOVE 'N' TO C27-VMEVNTO-OPEN-SWITCH
           END-IF.

       3510-purge-one-valmast.
           READ VALMAST-FILE NEXT
                   MOVE VM-VALUE TO C27-WORK-VALUE
                   PERFORM 2500-check-value-match
                   IF C27-VALUE-MATCHES
                       PERFORM 3520-hold-deleted-event
                       DELETE VALMAST-FILE RECORD
                       IF C27-VALMAST-STATUS = "00"
                           MOVE 1 TO C27-VALMAST-DELETED
                           PERFORM 3540-write-purge-event
                       END-IF
                   ELSE
                       MOVE VM-CURRENT-VALUE TO C27-WORK-VALUE
                       PERFORM 2500-check-value-match
                       IF C27-VALUE-MATCHES
                           MOVE C27-TOMBSTONE TO VM-CURRENT-VALUE
                           PERFORM 3530-hold-tombstone-event
                           REWRITE VALMAST-RECORD
                           IF C27-VALMAST-STATUS = "00"
                               ADD 1 TO C27-VM-TOMBSTONED
                               PERFORM 3540-write-purge-event
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       3520-hold-deleted-event.
      *    The deleted record's event names no value - the key
      *    itself is the purged value, so the tombstone stands in
      *    for it, and its current value goes the same way when it
      *    still held the value.  No new state: the record is gone.
           MOVE SPACES TO VMEVENT-RECORD.
           MOVE C27-TOMBSTONE TO VE-VALUE.
           MOVE VM-STATUS TO VE-OLD-STATUS.
           MOVE VM-CURRENT-VALUE TO C27-WORK-VALUE.
           PERFORM 2500-check-value-match.
           IF C27-VALUE-MATCHES
               MOVE C27-TOMBSTONE TO VE-OLD-CURRENT
           ELSE
               MOVE VM-CURRENT-VALUE TO VE-OLD-CURRENT
           END-IF.
           PERFORM 3550-fill-purge-event.

       3530-hold-tombstone-event.
      *    A record corrected to the purged value keeps its own key
      *    and status; what it pointed to is now the tombstone, on
      *    both sides of the event.
           MOVE SPACES TO VMEVENT-RECORD.
           MOVE VM-VALUE TO VE-VALUE.
           MOVE VM-STATUS TO VE-OLD-STATUS.
           MOVE C27-TOMBSTONE TO VE-OLD-CURRENT.
           MOVE VM-STATUS TO VE-NEW-STATUS.
           MOVE C27-TOMBSTONE TO VE-NEW-CURRENT.
           PERFORM 3550-fill-purge-event.

       3550-fill-purge-event.
           SET VE-CAUSE-PURGE TO TRUE.
           MOVE SPACES TO VE-SOURCE-SYSTEM.
           MOVE 'c000027' TO VE-PROGRAM.
           MOVE SPACES TO VE-JOB-NAME.
           MOVE C27-RUN-DATE TO VE-RUN-DATE.
           ACCEPT C27-CURRENT-TIME FROM TIME.
           MOVE C27-CURRENT-TIME TO VE-EVENT-TIME.

       3540-write-purge-event.
           IF C27-VMEVNTO-OPENED
               WRITE VMEVNTO-RECORD FROM VMEVENT-RECORD
               IF C27-VMEVNTO-STATUS = "00"
                   ADD 1 TO C27-VM-EVENT-COUNT
               ELSE
                   DISPLAY "c000027 - WARNING: PURGE EVENT WRITE "
                       "FAILED, STATUS " C27-VMEVNTO-STATUS
               END-IF
           END-IF.

       4100-certify-file-counts.
      *    The caller has named the file in C27-CERT-LABEL; one
      *    certificate line carries its read and purged counts.
               MOVE C27-EDIT-COUNT TO C27-CERT-VALUE
               WRITE CERT-LINE FROM C27-CERT-DETAIL

               MOVE "VMEVENT PURGE EVENTS WRITTEN"
                   TO C27-CERT-LABEL
               MOVE C27-VM-EVENT-COUNT TO C27-EDIT-COUNT
               MOVE C27-EDIT-COUNT TO C27-CERT-VALUE
               WRITE CERT-LINE FROM C27-CERT-DETAIL

               MOVE "AUTHORIZED BY" TO C27-CERT-LABEL
               MOVE SPACES TO C27-CERT-VALUE
               STRING C27-AUTH-USER-1 DELIMITED BY SIZE
