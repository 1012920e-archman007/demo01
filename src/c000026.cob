      * missing half of what c000005 proved: CICS file control
      * against the same reference KSDS the DL100F card run
      * maintains.  An authorized user browses the master by code
      * (and optionally category) eight to a screen, or requests an
      * add, change, or inactivate.  No change applies from the
      * screen: the request is checked against the master and
      * parked on the REFPEND pending-change file (copybook CPYRPD,
      * a KSDS shared with the DL100F card run), and only reaches
      * REFFILE when a second authorized user approves it with an
      * APPROV card through c000006.
      *
      * Authority comes from the USERAUTH master: the add, change,
      * and delete flags govern A, C, and I, and browse needs any
      * of them or the inquiry flag.  Denials, and every change
      * request accepted, are recorded on SECLOG for the c000020
      * daily security report.  Every maintenance request, parked
      * or rejected, writes the same REFAUDIT trail c000006 writes
      * - the audit history is one file whichever door the change
      * came through (REFAUDIT is an ESDS shared with batch, the
      * TRANLOG arrangement).
      *
       ENVIRONMENT DIVISION.

       COPY CPYUSR.
       COPY CPYSEC.
       COPY CPYRAU.
       COPY CPYRPD.
       01  C26-RESP                  PIC S9(08) COMP.
       01  C26-AUTH-SWITCH           PIC X(01) VALUE 'N'.
           88  C26-AUTHORIZED                    VALUE 'Y'.
               RESP(C26-RESP)
           END-EXEC.

       2200-LOG-REQUEST.
      *    The maker's half of the two-person change goes on the
      *    security log as well as REFAUDIT; SC-FUNCTION still
      *    holds the function checked.
           MOVE C26-USER-ID TO SC-USER-ID.
           SET SC-GRANTED TO TRUE.
           MOVE 'c000026' TO SC-PROGRAM.
           MOVE EIBTRMID TO SC-TERMINAL-ID.
           MOVE C26-CURRENT-DATE TO SC-LOG-DATE.
           MOVE C26-CURRENT-TIME TO SC-LOG-TIME.
           MOVE SPACES TO SC-DETAIL.
           STRING 'REQUEST ' DELIMITED BY SIZE
               RP-ACTION DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RP-CODE (1:35) DELIMITED BY SIZE
               INTO SC-DETAIL.
           EXEC CICS WRITE FILE('SECLOG')
               FROM(SECLOG-RECORD)
               RESP(C26-RESP)
           END-EXEC.

       3000-BROWSE-MASTER.
           SET SC-FUNC-INQUIRY TO TRUE.
           PERFORM 2000-CHECK-FUNCTION.
                   MOVE 'CODE IS REQUIRED FOR AN ADD'
                       TO C26-MESSAGE
               ELSE
                   PERFORM 5100-READ-CURRENT-CODE
                   IF C26-RESP = DFHRESP(NORMAL)
                       MOVE 'DUPLICATE ADD - CODE ON FILE'
                           TO C26-MESSAGE
                       PERFORM 7100-WRITE-AUDIT-REJECTED
                   ELSE
                       PERFORM 4100-PARK-NEW-CODE
                   END-IF
               END-IF
           END-IF.

       4100-PARK-NEW-CODE.
      *    The keyed fields are parked as entered; the c000006
      *    ADD defaults (active from the approval date with an
      *    open-ended expiry) are applied when the change is
      *    approved.
           MOVE SPACES TO REFPEND-RECORD.
           MOVE 'ADD' TO RP-ACTION.
           MOVE DSCFLDI TO RP-DESCRIPTION.
           MOVE CATFLDI TO RP-CATEGORY.
           MOVE EFFFLDI TO RP-EFFECTIVE-DATE.
           MOVE EXPFLDI TO RP-EXPIRY-DATE.
           PERFORM 5300-PARK-CHANGE.

       5000-CHANGE-CODE.
           SET SC-FUNC-REF-CHANGE TO TRUE.
           PERFORM 2000-CHECK-FUNCTION.
           IF C26-AUTHORIZED
               PERFORM 5100-READ-CURRENT-CODE
               IF C26-RESP = DFHRESP(NORMAL)
      *            Only the fields actually keyed are parked, and
      *            only they overlay the master record when the
      *            change is approved - the c000006 CHANGE rule.
                   MOVE SPACES TO REFPEND-RECORD
                   MOVE 'CHANGE' TO RP-ACTION
                   MOVE DSCFLDI TO RP-DESCRIPTION
                   MOVE CATFLDI TO RP-CATEGORY
                   MOVE EFFFLDI TO RP-EFFECTIVE-DATE
                   MOVE EXPFLDI TO RP-EXPIRY-DATE
                   PERFORM 5300-PARK-CHANGE
               ELSE
                   MOVE 'CODE NOT ON FILE' TO C26-MESSAGE
                   PERFORM 7100-WRITE-AUDIT-REJECTED
               END-IF
           END-IF.

       5100-READ-CURRENT-CODE.
           MOVE CODFLDI TO REF-CODE.
           EXEC CICS READ FILE('REFFILE')
               INTO(REFFILE-RECORD)
               RIDFLD(REF-CODE)
               KEYLENGTH(50)
               RESP(C26-RESP)
           END-EXEC.

       5300-PARK-CHANGE.
      *    One change in flight per code: the pending file is keyed
      *    on the code, so a second request for the same code is
      *    refused until the first is approved, rejected, or
      *    expired.
           MOVE CODFLDI TO RP-CODE.
           MOVE C26-USER-ID TO RP-REQUEST-USER.
           MOVE C26-CURRENT-DATE TO RP-REQUEST-DATE.
           MOVE C26-CURRENT-TIME TO RP-REQUEST-TIME.
           MOVE 'c000026' TO RP-REQUEST-PROGRAM.
           MOVE EIBTRMID TO RP-TERMINAL-ID.
           EXEC CICS WRITE FILE('REFPEND')
               FROM(REFPEND-RECORD)
               RIDFLD(RP-CODE)
               KEYLENGTH(50)
               RESP(C26-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN C26-RESP = DFHRESP(NORMAL)
                   MOVE 'CHANGE QUEUED - A SECOND USER MUST APPROVE'
                       TO C26-MESSAGE
                   PERFORM 7000-WRITE-AUDIT-PENDING
                   PERFORM 2200-LOG-REQUEST
               WHEN C26-RESP = DFHRESP(DUPREC)
                   MOVE 'A CHANGE IS ALREADY PENDING FOR THIS CODE'
                       TO C26-MESSAGE
                   PERFORM 7100-WRITE-AUDIT-REJECTED
               WHEN OTHER
                   MOVE 'PENDING FILE WRITE FAILED - NOTIFY SUPPORT'
                       TO C26-MESSAGE
                   PERFORM 7100-WRITE-AUDIT-REJECTED
           END-EVALUATE.

       6000-INACTIVATE-CODE.
      *    The online counterpart of taking a code out of service:
           SET SC-FUNC-REF-DELETE TO TRUE.
           PERFORM 2000-CHECK-FUNCTION.
           IF C26-AUTHORIZED
               PERFORM 5100-READ-CURRENT-CODE
               IF C26-RESP = DFHRESP(NORMAL)
                   MOVE SPACES TO REFPEND-RECORD
                   MOVE 'INACT' TO RP-ACTION
                   PERFORM 5300-PARK-CHANGE
               ELSE
                   MOVE 'CODE NOT ON FILE' TO C26-MESSAGE
                   PERFORM 7100-WRITE-AUDIT-REJECTED
               END-IF
           END-IF.

       7000-WRITE-AUDIT-PENDING.
           MOVE 'PENDING' TO AU-RESULT.
           MOVE 'AWAITING SECOND-USER APPROVAL' TO AU-REASON.
           PERFORM 7200-WRITE-AUDIT-RECORD.

       7100-WRITE-AUDIT-REJECTED.
