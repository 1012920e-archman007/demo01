      * Finally the aging report lists the items still open (new,
      * corrected, or re-rejected) with reason code and days
      * outstanding, flags anything older than the escalation
      * threshold, and totals open items per reason code.  An item
      * the c000047 matching step corrected onto SUSPIN by itself
      * (status C under the system user *AUTO*, its code having
      * since become valid) is flagged as automatically released
      * and counted separately, so it is not mistaken for one a
      * supervisor signed for.
      *
      * PARM='NNN' SETS THE ESCALATION THRESHOLD IN DAYS (DEFAULT
      * 7).  RC=4 WHEN ANY ITEM IS PAST THE THRESHOLD OR ANY CARD
       01  C22-CARDS-REJECTED        PIC 9(05) COMP VALUE 0.
       01  C22-OPEN-COUNT            PIC 9(05) COMP VALUE 0.
       01  C22-ESCALATE-COUNT        PIC 9(05) COMP VALUE 0.
       01  C22-AUTO-COUNT            PIC 9(05) COMP VALUE 0.
       01  C22-EDIT-COUNT            PIC ZZ,ZZ9.

       01  C22-ITEM-MAX              PIC 9(03) COMP VALUE 500.
               10  C22-IT-REASON     PIC X(04).
               10  C22-IT-STATUS     PIC X(01).
               10  C22-IT-IMAGE      PIC X(50).
               10  C22-IT-AUTO-SW    PIC X(01).
                   88  C22-IT-AUTO-RELEASED     VALUE 'Y'.

       01  C22-REASON-MAX            PIC 9(02) COMP VALUE 10.
       01  C22-REASON-COUNT          PIC 9(02) COMP VALUE 0.
                           MOVE SUS-REASON-CODE
                               TO C22-IT-REASON (C22-ITEM-IDX)
                       END-IF
                       IF SUS-STATUS-CORRECTED
                           AND SUS-STATUS-USER-AUTO
                           SET C22-IT-AUTO-RELEASED (C22-ITEM-IDX)
                               TO TRUE
                       ELSE
                           MOVE 'N' TO C22-IT-AUTO-SW (C22-ITEM-IDX)
                       END-IF
                   END-IF
           END-READ.

                   MOVE SUS-STATUS TO C22-IT-STATUS (C22-ITEM-IDX)
                   MOVE SUS-RECORD-IMAGE (4:50)
                       TO C22-IT-IMAGE (C22-ITEM-IDX)
                   MOVE 'N' TO C22-IT-AUTO-SW (C22-ITEM-IDX)
                   SET C22-ITEM-FOUND TO TRUE
               ELSE
                   IF NOT C22-ITEM-OVERFLOW
               SET SUS-STATUS-CORRECTED TO TRUE
               MOVE 'C' TO C22-IT-STATUS (C22-ITEM-IDX)
           END-IF.
           MOVE 'N' TO C22-IT-AUTO-SW (C22-ITEM-IDX).
           MOVE C22-RUN-DATE-X TO SUS-STATUS-DATE.
           MOVE WO-USER-ID TO SUS-STATUS-USER.
           MOVE WO-REASON TO SUS-STATUS-REASON.
               MOVE "ITEMS PAST THRESHOLD" TO C22-TOT-LABEL
               MOVE C22-ESCALATE-COUNT TO C22-TOT-COUNT
               WRITE RPT-LINE FROM C22-RPT-TOTAL-LINE
               MOVE "AUTO-RELEASED, AWAITING REPROC" TO C22-TOT-LABEL
               MOVE C22-AUTO-COUNT TO C22-TOT-COUNT
               WRITE RPT-LINE FROM C22-RPT-TOTAL-LINE
               PERFORM 4300-print-reason-totals
                   VARYING C22-REASON-IDX FROM 1 BY 1
                   UNTIL C22-REASON-IDX > C22-REASON-COUNT
               MOVE C22-IT-STATUS (C22-ITEM-IDX) TO C22-DTL-STATUS
               MOVE C22-DAYS-OUT TO C22-DTL-DAYS
               MOVE C22-IT-IMAGE (C22-ITEM-IDX) TO C22-DTL-IMAGE
      *        An automatic release is already on its way back in
      *        on the next reprocess run, so it says so rather than
      *        asking for escalation.
               EVALUATE TRUE
                   WHEN C22-IT-AUTO-RELEASED (C22-ITEM-IDX)
                       MOVE "AUTO-RELEASED" TO C22-DTL-FLAG
                       ADD 1 TO C22-AUTO-COUNT
                   WHEN C22-DAYS-OUT > C22-THRESHOLD-DAYS
                       MOVE "*** ESCALATE ***" TO C22-DTL-FLAG
                       ADD 1 TO C22-ESCALATE-COUNT
                   WHEN OTHER
                       MOVE SPACES TO C22-DTL-FLAG
               END-EVALUATE
               WRITE RPT-LINE FROM C22-RPT-DETAIL
           END-IF.

