       IDENTIFICATION DIVISION.
       PROGRAM-ID. c000039.
      *
      * Online value correction, driven from the DL100D map
      * (mapset DL100M1) under transaction DL13.  An operator who
      * spots a wrong value keys the existing value and its
      * replacement; the first ENTER shows the existing value's
      * current state from the VALMAST current-state master, and
      * only a second ENTER with Y in the confirm field - for the
      * same pair of values - queues the correction.  Nothing is
      * changed from the screen: the correction joins the same
      * ONLPENDA/ONLPENDB pending queue c000005 feeds, marked as a
      * correction, and the nightly c000003 run applies it through
      * the CHGLOG and VALMAST path a batch COR record takes.
      *
      * Authority is the USERAUTH correction flag, which is
      * separate from the online-entry flag DL10 checks.  Every
      * correction queued, and every denial, is recorded on SECLOG
      * for the c000020 daily security report.  The replacement
      * must pass the same REFFILE in-service rules c000005
      * applies to a new entry; the existing value must be on the
      * value master and still active, or dormant - a dormant
      * value is still one the business may need corrected.
      *
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY DL100M1.
       COPY CPYVAL.
       COPY CPYVMS.
       COPY CPYONP.
       COPY CPYQCT.
       COPY CPYUSR.
       COPY CPYSEC.
       01  C39-RESP                  PIC S9(08) COMP.
       01  C39-VALID-SWITCH          PIC X(01) VALUE 'N'.
           88  C39-VALID                         VALUE 'Y'.
       01  C39-AUTH-SWITCH           PIC X(01) VALUE 'N'.
           88  C39-AUTHORIZED                    VALUE 'Y'.
       01  C39-CURRENT-DATE          PIC 9(08).
       01  C39-CURRENT-DATE-X REDEFINES C39-CURRENT-DATE
                                     PIC X(08).
       01  C39-CURRENT-TIME          PIC 9(08).
       01  C39-USER-ID               PIC X(08).
       01  C39-APPLID                PIC X(08).
       01  C39-QUEUE-FILE            PIC X(08) VALUE 'ONLPENDA'.
       01  C39-CTL-RBA               PIC S9(08) COMP VALUE 0.
       01  C39-MESSAGE               PIC X(79) VALUE SPACES.
       01  C39-STATE-LINE-1.
           05  FILLER                PIC X(09) VALUE 'CURRENT: '.
           05  C39-ST-VALUE          PIC X(50).
           05  FILLER                PIC X(08) VALUE ' STATUS '.
           05  C39-ST-STATUS         PIC X(09).
           05  FILLER                PIC X(02) VALUE SPACES.
       01  C39-STATE-LINE-2.
           05  FILLER                PIC X(11) VALUE 'FIRST SEEN '.
           05  C39-ST-FIRST-DATE     PIC X(08).
           05  FILLER                PIC X(15)
                                     VALUE '  LAST UPDATED '.
           05  C39-ST-LAST-DATE      PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C39-ST-LAST-TIME      PIC X(08).
           05  FILLER                PIC X(10) VALUE '  UPDATES '.
           05  C39-ST-UPDATES        PIC ZZZZ9.
           05  FILLER                PIC X(12) VALUE SPACES.
       01  C39-SEC-DETAIL.
           05  C39-SD-ACTION         PIC X(04).
           05  C39-SD-OLD-VALUE      PIC X(22).
           05  FILLER                PIC X(03) VALUE ' > '.
           05  C39-SD-NEW-VALUE      PIC X(21).
      * Pseudo-conversation state - the pair of values whose
      * current state was last shown, so a confirmation is only
      * honored for exactly what the operator looked at.
       01  C39-COMMAREA.
           05  C39-CA-STATE          PIC X(01).
               88  C39-CA-STATE-SHOWN            VALUE 'S'.
           05  C39-CA-OLD-VALUE      PIC X(50).
           05  C39-CA-NEW-VALUE      PIC X(50).

       LINKAGE SECTION.
       01  DFHCOMMAREA               PIC X(101).

       PROCEDURE DIVISION.
           IF EIBCALEN = 0
               PERFORM 1000-SEND-INITIAL-MAP
           END-IF.
           MOVE DFHCOMMAREA (1:101) TO C39-COMMAREA.
           EXEC CICS HANDLE AID
               PF3(9000-END-SESSION)
               CLEAR(9000-END-SESSION)
           END-EXEC.
           EXEC CICS HANDLE CONDITION
               MAPFAIL(1000-SEND-INITIAL-MAP)
           END-EXEC.
           EXEC CICS RECEIVE MAP('DL100D') MAPSET('DL100M1')
               INTO(DL100DI)
           END-EXEC.
      *    A field the operator never touched comes back
      *    LOW-VALUES under FRSET; either way it means "blank".
           IF OLDFLDI = LOW-VALUES
               MOVE SPACES TO OLDFLDI
           END-IF.
           IF NEWFLDI = LOW-VALUES
               MOVE SPACES TO NEWFLDI
           END-IF.
           IF CNFFLDI = LOW-VALUES
               MOVE SPACES TO CNFFLDI
           END-IF.
           MOVE SPACES TO C39-MESSAGE.
           MOVE SPACES TO STA1FLDO STA2FLDO.
           PERFORM 1500-CHECK-AUTHORITY.
           IF C39-AUTHORIZED
               PERFORM 2000-VALIDATE-REQUEST
               IF C39-VALID
                   PERFORM 2500-SHOW-VALUE-STATE
               END-IF
               IF C39-VALID
                   PERFORM 2800-CONFIRM-OR-HOLD
               ELSE
                   MOVE SPACE TO C39-CA-STATE
               END-IF
           END-IF.
           PERFORM 4000-SEND-RESULT-MAP.
           EXEC CICS RETURN TRANSID('DL13')
               COMMAREA(C39-COMMAREA)
           END-EXEC.

       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO DL100DO.
           EXEC CICS SEND MAP('DL100D') MAPSET('DL100M1')
               ERASE
           END-EXEC.
           MOVE SPACES TO C39-COMMAREA.
           EXEC CICS RETURN TRANSID('DL13')
               COMMAREA(C39-COMMAREA)
           END-EXEC.

       1500-CHECK-AUTHORITY.
      *    The signed-on CICS user must hold the correction
      *    function on the USERAUTH master - the online-entry flag
      *    that admits a user to DL10 does not extend to rewriting
      *    a value already processed.  Missing, revoked, or
      *    unflagged all deny, and the denial is recorded on
      *    SECLOG.  When the authority file itself is not
      *    available the request proceeds unchecked, the same
      *    fail-open treatment the other screens give a missing
      *    master, and a granted entry naming the unavailable
      *    file goes to SECLOG so the daily security report
      *    shows each correction request let through unchecked.
           MOVE 'N' TO C39-AUTH-SWITCH.
           EXEC CICS ASSIGN
               USERID(C39-USER-ID)
               APPLID(C39-APPLID)
           END-EXEC.
           EXEC CICS ASKTIME END-EXEC.
           EXEC CICS FORMATTIME
               DATE(C39-CURRENT-DATE) DATEFORM('YYYYMMDD')
               TIME(C39-CURRENT-TIME)
           END-EXEC.
           EXEC CICS READ FILE('USERAUTH')
               INTO(USERAUTH-RECORD)
               RIDFLD(C39-USER-ID)
               KEYLENGTH(8)
               RESP(C39-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN C39-RESP = DFHRESP(NORMAL)
                   IF UA-ACTIVE AND UA-CORRECTION = 'Y'
                       SET C39-AUTHORIZED TO TRUE
                   END-IF
               WHEN C39-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   SET C39-AUTHORIZED TO TRUE
                   SET SC-GRANTED TO TRUE
                   MOVE 'USERAUTH UNAVAILABLE - NOT CHECKED'
                       TO SC-DETAIL
                   PERFORM 1600-LOG-SECURITY-EVENT
           END-EVALUATE.
           IF NOT C39-AUTHORIZED
               MOVE 'NOT AUTHORIZED FOR VALUE CORRECTION - SEE SECURITY'
                   TO C39-MESSAGE
               MOVE SPACE TO C39-CA-STATE
               SET SC-DENIED TO TRUE
               MOVE 'CORRECTION DENIED AT SIGNON CHECK' TO SC-DETAIL
               PERFORM 1600-LOG-SECURITY-EVENT
           END-IF.

       1600-LOG-SECURITY-EVENT.
      *    The caller has set the result and the detail text.
           MOVE C39-USER-ID TO SC-USER-ID.
           SET SC-FUNC-CORRECTION TO TRUE.
           MOVE 'c000039' TO SC-PROGRAM.
           MOVE EIBTRMID TO SC-TERMINAL-ID.
           MOVE C39-CURRENT-DATE TO SC-LOG-DATE.
           MOVE C39-CURRENT-TIME TO SC-LOG-TIME.
           EXEC CICS WRITE FILE('SECLOG')
               FROM(SECLOG-RECORD)
               RESP(C39-RESP)
           END-EXEC.

       2000-VALIDATE-REQUEST.
      *    Both values are required and must differ; the
      *    replacement then has to be a code in service on the
      *    reference master, the rule c000005 applies to a new
      *    entry and the night run applies again to a COR.
           MOVE 'N' TO C39-VALID-SWITCH.
           EVALUATE TRUE
               WHEN OLDFLDI = SPACES OR NEWFLDI = SPACES
                   MOVE 'KEY THE EXISTING VALUE AND ITS REPLACEMENT'
                       TO C39-MESSAGE
               WHEN OLDFLDI = NEWFLDI
                   MOVE 'REPLACEMENT IS THE SAME AS THE EXISTING VALUE'
                       TO C39-MESSAGE
               WHEN OTHER
                   PERFORM 2100-CHECK-REFERENCE
           END-EVALUATE.

       2100-CHECK-REFERENCE.
           EXEC CICS READ FILE('REFFILE')
               INTO(REFFILE-RECORD)
               RIDFLD(NEWFLDI)
               KEYLENGTH(50)
               RESP(C39-RESP)
           END-EXEC.
           IF C39-RESP = DFHRESP(NORMAL)
               PERFORM 2200-CHECK-CODE-IN-SERVICE
           ELSE
               MOVE 'REPLACEMENT IS NOT A VALID ENTRY - REJECTED'
                   TO C39-MESSAGE
           END-IF.

       2200-CHECK-CODE-IN-SERVICE.
           EVALUATE TRUE
               WHEN REF-INACTIVE
                   MOVE 'REPLACEMENT IS INACTIVE - REJECTED'
                       TO C39-MESSAGE
               WHEN REF-EFFECTIVE-DATE IS NUMERIC
                   AND C39-CURRENT-DATE-X < REF-EFFECTIVE-DATE
                   MOVE 'REPLACEMENT NOT YET EFFECTIVE - REJECTED'
                       TO C39-MESSAGE
               WHEN REF-EXPIRY-DATE IS NUMERIC
                   AND C39-CURRENT-DATE-X > REF-EXPIRY-DATE
                   MOVE 'REPLACEMENT HAS EXPIRED - REJECTED'
                       TO C39-MESSAGE
               WHEN OTHER
                   SET C39-VALID TO TRUE
           END-EVALUATE.

       2500-SHOW-VALUE-STATE.
      *    One keyed read of the VALMAST current-state master puts
      *    "what is it now" in front of the operator before
      *    anything is queued.  Only an active (or dormant) value
      *    can be corrected: one already corrected or reversed would
      *    have its history rewritten twice, and one the master has
      *    never seen is more likely a mistyped key than a value
      *    worth correcting.
           EXEC CICS READ FILE('VALMAST')
               INTO(VALMAST-RECORD)
               RIDFLD(OLDFLDI)
               KEYLENGTH(50)
               RESP(C39-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN C39-RESP = DFHRESP(NORMAL)
                   PERFORM 2600-FORMAT-VALUE-STATE
                   IF NOT VM-ACTIVE AND NOT VM-DORMANT
                       MOVE 'N' TO C39-VALID-SWITCH
                       MOVE 'VALUE IS NOT ACTIVE - NOT QUEUED'
                           TO C39-MESSAGE
                   END-IF
               WHEN C39-RESP = DFHRESP(NOTFND)
                   MOVE 'N' TO C39-VALID-SWITCH
                   MOVE 'VALUE IS NOT ON THE VALUE MASTER - NOT QUEUED'
                       TO C39-MESSAGE
               WHEN OTHER
                   MOVE 'N' TO C39-VALID-SWITCH
                   MOVE 'VALUE MASTER NOT AVAILABLE - TRY AGAIN LATER'
                       TO C39-MESSAGE
           END-EVALUATE.

       2600-FORMAT-VALUE-STATE.
           MOVE VM-CURRENT-VALUE (1:50) TO C39-ST-VALUE.
           EVALUATE TRUE
               WHEN VM-ACTIVE
                   MOVE 'ACTIVE' TO C39-ST-STATUS
               WHEN VM-CORRECTED
                   MOVE 'CORRECTED' TO C39-ST-STATUS
               WHEN VM-REVERSED
                   MOVE 'REVERSED' TO C39-ST-STATUS
               WHEN VM-DORMANT
                   MOVE 'DORMANT' TO C39-ST-STATUS
               WHEN OTHER
                   MOVE VM-STATUS TO C39-ST-STATUS
           END-EVALUATE.
           MOVE VM-FIRST-DATE TO C39-ST-FIRST-DATE.
           MOVE VM-LAST-DATE TO C39-ST-LAST-DATE.
           MOVE VM-LAST-TIME TO C39-ST-LAST-TIME.
           MOVE VM-UPDATE-COUNT TO C39-ST-UPDATES.
           MOVE C39-STATE-LINE-1 TO STA1FLDO.
           MOVE C39-STATE-LINE-2 TO STA2FLDO.

       2800-CONFIRM-OR-HOLD.
      *    A Y is honored only when the state on the screen was
      *    shown for this same pair of values on the previous
      *    ENTER; a changed value, or no Y, shows the state again
      *    and waits.
           IF CNFFLDI = 'Y'
               AND C39-CA-STATE-SHOWN
               AND C39-CA-OLD-VALUE = OLDFLDI
               AND C39-CA-NEW-VALUE = NEWFLDI
               PERFORM 3000-QUEUE-CORRECTION
           ELSE
               SET C39-CA-STATE-SHOWN TO TRUE
               MOVE OLDFLDI TO C39-CA-OLD-VALUE
               MOVE NEWFLDI TO C39-CA-NEW-VALUE
               MOVE 'CHECK THE STATE SHOWN - KEY Y AND ENTER TO CONFIRM'
                   TO C39-MESSAGE
           END-IF.

       3000-QUEUE-CORRECTION.
      *    The correction lands on whichever pending queue the
      *    QUEUECTL control record names active, exactly as a
      *    DL10 entry does, and waits there for the night run.
      *    Nothing is written to TRANLOG here - the night run logs
      *    the replacement when it applies the correction.
           PERFORM 3600-PICK-ACTIVE-QUEUE.
           MOVE SPACES TO ONLPEND-RECORD.
           MOVE 'C' TO OP-ENTRY-TYPE.
           MOVE OLDFLDI TO OP-COR-BEFORE.
           MOVE NEWFLDI TO OP-COR-AFTER.
           MOVE C39-CURRENT-DATE TO OP-ENTRY-DATE.
           MOVE C39-CURRENT-TIME TO OP-ENTRY-TIME.
           MOVE C39-USER-ID TO OP-USER-ID.
           MOVE EIBTRMID TO OP-TERMINAL-ID.
           EXEC CICS WRITE FILE(C39-QUEUE-FILE)
               FROM(ONLPEND-RECORD)
               RESP(C39-RESP)
           END-EXEC.
           MOVE SPACE TO C39-CA-STATE.
           IF C39-RESP = DFHRESP(NORMAL)
               MOVE 'CORRECTION QUEUED FOR THE NIGHT RUN'
                   TO C39-MESSAGE
               MOVE SPACES TO OLDFLDO NEWFLDO
               SET SC-GRANTED TO TRUE
               MOVE 'COR ' TO C39-SD-ACTION
               MOVE OLDFLDI TO C39-SD-OLD-VALUE
               MOVE NEWFLDI TO C39-SD-NEW-VALUE
               MOVE C39-SEC-DETAIL TO SC-DETAIL
               PERFORM 1600-LOG-SECURITY-EVENT
           ELSE
               MOVE 'CORRECTION NOT QUEUED - NOTIFY SUPPORT'
                   TO C39-MESSAGE
           END-IF.

       3600-PICK-ACTIVE-QUEUE.
      *    One RBA-zero read of the single-record QUEUECTL ESDS;
      *    when the control file cannot be read the write falls to
      *    side A, the same default the batch drain applies.
           MOVE 'ONLPENDA' TO C39-QUEUE-FILE.
           MOVE 0 TO C39-CTL-RBA.
           EXEC CICS READ FILE('QUEUECTL')
               INTO(QUEUECTL-RECORD)
               RIDFLD(C39-CTL-RBA) RBA
               RESP(C39-RESP)
           END-EXEC.
           IF C39-RESP = DFHRESP(NORMAL)
               AND QC-SIDE-B-ACTIVE
               MOVE 'ONLPENDB' TO C39-QUEUE-FILE
           END-IF.

       4000-SEND-RESULT-MAP.
           MOVE SPACE TO CNFFLDO.
           MOVE C39-MESSAGE TO MSG4FLDO.
           EXEC CICS SEND MAP('DL100D') MAPSET('DL100M1')
               FROM(DL100DO)
               DATAONLY
               CURSOR
           END-EXEC.

       9000-END-SESSION.
           EXEC CICS SEND TEXT
               FROM('DL100 SESSION ENDED')
               ERASE FREEKB
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.
