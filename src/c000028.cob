      * A missing or empty control file is the migration case:
      * the online side defaults to queue A, so the first flip
      * activates B and quiesces A.
      *
      * The DL100ID intraday mini-cycle runs the same flip through
      * the online day with PARM='INTRADAY', so its c000003 drains
      * the side filled since the last flip and its clear step
      * empties it.  The flip is marked intraday on the control
      * record and leaves the overnight switch date alone; the
      * DL100B flip (no PARM) marks itself overnight and stamps
      * that date, which is what the c000053 readiness check holds
      * a resubmitted cycle against.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  C28-CURRENT-DATE          PIC 9(08).
       01  C28-CURRENT-TIME          PIC 9(08).
       01  C28-CLUSTER-NAME          PIC X(19).
       01  C28-RUN-KIND              PIC X(01) VALUE 'N'.
           88  C28-INTRADAY-RUN                 VALUE 'I'.

       LINKAGE SECTION.
       01  C28-JCL-PARM.
           05  C28-JCL-PARM-LEN       PIC S9(4) COMP.
           05  C28-JCL-PARM-TEXT      PIC X(20).

       PROCEDURE DIVISION USING C28-JCL-PARM.
           PERFORM 1000-read-control.
           PERFORM 2000-flip-control.
      *    No clear deck unless the flip actually landed: with
       1000-read-control.
           ACCEPT C28-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT C28-CURRENT-TIME FROM TIME.
           IF C28-JCL-PARM-LEN >= 8
                   AND C28-JCL-PARM-TEXT (1:8) = "INTRADAY"
               SET C28-INTRADAY-RUN TO TRUE
           END-IF.
           OPEN I-O QUEUECTL-FILE.
           IF C28-CTL-STATUS = "00"
               READ QUEUECTL-FILE
           END-IF.

       2000-flip-control.
      *    The side that was active since the last flip is the
      *    side this cycle drains; the other side takes the online
      *    writes from here on.
           IF NOT C28-RECORD-READ
               MOVE SPACES TO QUEUECTL-RECORD
           END-IF.
           MOVE C28-OLD-ACTIVE TO C28-QUIESCED-SIDE.
           IF C28-OLD-ACTIVE = 'A'
               MOVE 'B' TO C28-NEW-ACTIVE
           MOVE C28-NEW-ACTIVE TO QC-ACTIVE-QUEUE.
           MOVE C28-CURRENT-DATE TO QC-SWITCH-DATE.
           MOVE C28-CURRENT-TIME TO QC-SWITCH-TIME.
           MOVE C28-RUN-KIND TO QC-SWITCH-KIND.
           IF NOT C28-INTRADAY-RUN
               MOVE C28-CURRENT-DATE TO QC-NIGHT-SWITCH-DATE
           END-IF.
           IF C28-RECORD-READ
               REWRITE QUEUECTL-RECORD
               IF C28-CTL-STATUS NOT = "00"
               MOVE "         NONINDEXED                            -"
                   TO CLRCARD-IMAGE
               WRITE CLRCARD-IMAGE
               MOVE "         RECORDSIZE(140 140)                   -"
                   TO CLRCARD-IMAGE
               WRITE CLRCARD-IMAGE
               MOVE "         RECORDFORMAT(FIXED)                   -"

       9000-terminate.
           IF RETURN-CODE = 0
               IF C28-INTRADAY-RUN
                   DISPLAY "c000028 - ONLINE QUEUE " C28-NEW-ACTIVE
                       " NOW ACTIVE; QUEUE " C28-QUIESCED-SIDE
                       " QUIESCED FOR THE INTRADAY RUN"
               ELSE
                   DISPLAY "c000028 - ONLINE QUEUE " C28-NEW-ACTIVE
                       " NOW ACTIVE; QUEUE " C28-QUIESCED-SIDE
                       " QUIESCED FOR THE NIGHT RUN"
               END-IF
           ELSE
               DISPLAY "c000028 - *** QUEUE SWITCH DID NOT LAND "
                   "- NO CLEAR DECK WRITTEN, QUEUE " C28-OLD-ACTIVE
