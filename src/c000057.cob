       IDENTIFICATION DIVISION.
       PROGRAM-ID. c000057.
      *
      * Outbound incident interface for the service desk.  Run as
      * the last step of each job stream that writes ERRLOG, it
      * takes every ERRLOG entry written since its previous run
      * and turns the errors (severity E) and severe errors (S)
      * into incidents on the INCIDENT master (layout in copybook
      * CPYINC) instead of leaving the service desk to re-key
      * them.  Warnings raise no incident.  Repeats of the same
      * program, paragraph, file and status on the same date are
      * one incident: the occurrence count, last time and (if a
      * severe repeat arrives) the severity are brought up to
      * date rather than a second incident opened.
      *
      * Every incident new or changed since it was last sent goes
      * out on INCOUT (layout in copybook CPYINO) - N for a new
      * incident, U for one already sent, carrying its ticket
      * number once the service desk has acknowledged it - so a
      * failure that recurs through the night updates one ticket.
      * An incident counted but not yet sent (a run that stopped
      * short) goes out on the next run.
      *
      * How far ERRLOG has been taken is kept as a record count on
      * the INCIDENT control record.  Entries the partition merge
      * appends late are simply the next records and are picked
      * up like any other.  Should ERRLOG ever be rebuilt shorter
      * than that count, the run warns and starts again from the
      * last error date it had taken, so nothing is missed (a
      * repeat already counted that day may be counted again).
      *
      * RC=4 ERRLOG SHORTER THAN THE RECORDED COUNT (SEE ABOVE);
      * RC=12 INCIDENT OR INCOUT NOT AVAILABLE - NOTHING TAKEN,
      * THE NEXT RUN PICKS THE ENTRIES UP - OR AN INCIDENT OR
      * INTERFACE RECORD THAT WOULD NOT WRITE (SEE SYSOUT; AN
      * INCIDENT NOT WRITTEN TO INCOUT GOES OUT NEXT RUN, AND
      * WHEN AN INCIDENT RECORD ITSELF FAILS THE ERRLOG COUNT IS
      * NOT ADVANCED, SO THE NEXT RUN TAKES THE SAME ENTRIES
      * AGAIN - REPEATS COUNTED THIS RUN MAY BE COUNTED TWICE).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERRLOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C57-ERRLOG-STATUS.
           SELECT INCIDENT-FILE ASSIGN TO "INCIDENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-KEY
               FILE STATUS IS C57-INCIDENT-STATUS.
           SELECT INCOUT-FILE ASSIGN TO "INCOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C57-INCOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERRLOG-FILE
           RECORDING MODE IS F.
           COPY CPYERR.

       FD  INCIDENT-FILE
           RECORDING MODE IS F.
           COPY CPYINC.

       FD  INCOUT-FILE
           RECORDING MODE IS F.
           COPY CPYINO.

       WORKING-STORAGE SECTION.
       01  C57-ERRLOG-STATUS         PIC X(02).
       01  C57-INCIDENT-STATUS       PIC X(02).
       01  C57-INCOUT-STATUS         PIC X(02).
       01  C57-EOF-SWITCH            PIC X(01).
           88  C57-AT-END                       VALUE 'Y'.
       01  C57-SCAN-SWITCH           PIC X(01).
           88  C57-SCAN-DONE                    VALUE 'Y'.
       01  C57-INCIDENT-SWITCH       PIC X(01) VALUE 'N'.
           88  C57-INCIDENT-OPENED              VALUE 'Y'.
       01  C57-INCOUT-SWITCH         PIC X(01) VALUE 'N'.
           88  C57-INCOUT-OPENED                VALUE 'Y'.
       01  C57-TAKE-SWITCH           PIC X(01) VALUE 'N'.
           88  C57-TAKE-FAILED                  VALUE 'Y'.
       01  C57-RUN-DATE              PIC 9(08).
       01  C57-RUN-DATE-X REDEFINES C57-RUN-DATE
                                     PIC X(08).
       01  C57-CONTROL-KEY           PIC X(08) VALUE "00000000".
       01  C57-ERRLOG-MARK           PIC 9(09) COMP VALUE 0.
       01  C57-ERRLOG-COUNT          PIC 9(09) COMP VALUE 0.
       01  C57-RECORD-NBR            PIC 9(09) COMP VALUE 0.
       01  C57-SINCE-DATE            PIC X(08) VALUE SPACES.
       01  C57-LAST-ERR-DATE         PIC X(08) VALUE SPACES.
       01  C57-NEXT-SEQ              PIC 9(04).
       01  C57-ENTRIES-TAKEN         PIC 9(05) COMP VALUE 0.
       01  C57-NEW-INCIDENTS         PIC 9(05) COMP VALUE 0.
       01  C57-REPEATS               PIC 9(05) COMP VALUE 0.
       01  C57-NEW-SENT              PIC 9(05) COMP VALUE 0.
       01  C57-UPDATES-SENT          PIC 9(05) COMP VALUE 0.
       01  C57-EDIT-COUNT            PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM 1000-initialize.
           IF RETURN-CODE < 12
               PERFORM 2000-count-errlog
               PERFORM 3000-group-errors
               PERFORM 4000-send-incidents
               PERFORM 5000-update-control
           END-IF.
           PERFORM 9000-terminate.
           GOBACK.

       1000-initialize.
           ACCEPT C57-RUN-DATE FROM DATE YYYYMMDD.
      *    A first run finds the cluster empty: load the control
      *    record through OPEN OUTPUT, then reopen for update.
           OPEN I-O INCIDENT-FILE.
           IF C57-INCIDENT-STATUS = "35"
               OPEN OUTPUT INCIDENT-FILE
               IF C57-INCIDENT-STATUS = "00"
                   PERFORM 1100-write-control
                   CLOSE INCIDENT-FILE
                   OPEN I-O INCIDENT-FILE
               END-IF
           END-IF.
           IF C57-INCIDENT-STATUS = "00"
               SET C57-INCIDENT-OPENED TO TRUE
               PERFORM 1200-read-control
           ELSE
               DISPLAY "c000057 - ERROR: UNABLE TO OPEN INCIDENT, "
                   "STATUS " C57-INCIDENT-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT INCOUT-FILE.
           IF C57-INCOUT-STATUS = "00"
               SET C57-INCOUT-OPENED TO TRUE
           ELSE
               DISPLAY "c000057 - ERROR: UNABLE TO OPEN INCOUT, "
                   "STATUS " C57-INCOUT-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

       1100-write-control.
           MOVE SPACES TO INCIDENT-RECORD.
           MOVE C57-CONTROL-KEY TO IN-ERR-DATE.
           MOVE ZERO TO IC-ERRLOG-MARK.
           WRITE INCIDENT-RECORD.

       1200-read-control.
           MOVE SPACES TO INCIDENT-RECORD.
           MOVE C57-CONTROL-KEY TO IN-ERR-DATE.
           READ INCIDENT-FILE
               INVALID KEY
                   PERFORM 1100-write-control
               NOT INVALID KEY
                   MOVE IC-ERRLOG-MARK TO C57-ERRLOG-MARK
                   MOVE IC-LAST-ERR-DATE TO C57-LAST-ERR-DATE
           END-READ.

       2000-count-errlog.
      *    No ERRLOG at all is a clean night - nothing to take.
           MOVE 'N' TO C57-EOF-SWITCH.
           OPEN INPUT ERRLOG-FILE.
           IF C57-ERRLOG-STATUS = "00"
               PERFORM 2100-count-one-entry UNTIL C57-AT-END
               CLOSE ERRLOG-FILE
           END-IF.
           IF C57-ERRLOG-COUNT < C57-ERRLOG-MARK
               DISPLAY "c000057 - WARNING: ERRLOG HOLDS FEWER "
                   "RECORDS THAN ALREADY TAKEN - RETAKING FROM "
                   C57-LAST-ERR-DATE
               MOVE C57-LAST-ERR-DATE TO C57-SINCE-DATE
               MOVE ZERO TO C57-ERRLOG-MARK
               MOVE 4 TO RETURN-CODE
           END-IF.

       2100-count-one-entry.
           READ ERRLOG-FILE
               AT END
                   SET C57-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO C57-ERRLOG-COUNT
           END-READ.

       3000-group-errors.
           MOVE 'N' TO C57-EOF-SWITCH.
           MOVE ZERO TO C57-RECORD-NBR.
           IF C57-ERRLOG-COUNT > C57-ERRLOG-MARK
               OPEN INPUT ERRLOG-FILE
               PERFORM 3100-read-errlog UNTIL C57-AT-END
               CLOSE ERRLOG-FILE
           END-IF.

       3100-read-errlog.
           READ ERRLOG-FILE
               AT END
                   SET C57-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO C57-RECORD-NBR
                   IF C57-RECORD-NBR > C57-ERRLOG-MARK
                       AND ERR-DATE NOT < C57-SINCE-DATE
                       AND (ERR-ERROR OR ERR-SEVERE)
                       PERFORM 3200-post-error
                   END-IF
           END-READ.

       3200-post-error.
           ADD 1 TO C57-ENTRIES-TAKEN.
           IF ERR-DATE > C57-LAST-ERR-DATE
               MOVE ERR-DATE TO C57-LAST-ERR-DATE
           END-IF.
           MOVE ERR-DATE TO IN-ERR-DATE.
           MOVE ERR-PROGRAM TO IN-PROGRAM.
           MOVE ERR-PARAGRAPH TO IN-PARAGRAPH.
           MOVE ERR-FILE-NAME TO IN-FILE-NAME.
           MOVE ERR-STATUS-CODE TO IN-STATUS-CODE.
           READ INCIDENT-FILE
               INVALID KEY
                   PERFORM 3300-open-incident
               NOT INVALID KEY
                   PERFORM 3400-count-repeat
           END-READ.

       3300-open-incident.
           PERFORM 3500-next-sequence.
           MOVE SPACES TO INCIDENT-RECORD.
           MOVE ERR-DATE TO IN-ERR-DATE IN-ID-DATE.
           MOVE ERR-PROGRAM TO IN-PROGRAM.
           MOVE ERR-PARAGRAPH TO IN-PARAGRAPH.
           MOVE ERR-FILE-NAME TO IN-FILE-NAME.
           MOVE ERR-STATUS-CODE TO IN-STATUS-CODE.
           MOVE C57-NEXT-SEQ TO IN-ID-SEQ.
           MOVE ERR-SEVERITY TO IN-SEVERITY.
           MOVE ERR-TIME TO IN-FIRST-TIME IN-LAST-TIME.
           MOVE 1 TO IN-OCCURRENCES.
           MOVE ZERO TO IN-SENT-COUNT.
           MOVE ERR-MESSAGE TO IN-MESSAGE.
           WRITE INCIDENT-RECORD.
           IF C57-INCIDENT-STATUS = "00"
               ADD 1 TO C57-NEW-INCIDENTS
           ELSE
               DISPLAY "c000057 - ERROR: INCIDENT WRITE FAILED, "
                   "STATUS " C57-INCIDENT-STATUS " FOR "
                   ERR-PROGRAM " " ERR-DATE
               SET C57-TAKE-FAILED TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.

       3400-count-repeat.
      *    Merged partition entries can arrive out of time order,
      *    so either end of the window may move.
           IF IN-OCCURRENCES < 99999
               ADD 1 TO IN-OCCURRENCES
           END-IF.
           IF ERR-TIME < IN-FIRST-TIME
               MOVE ERR-TIME TO IN-FIRST-TIME
           END-IF.
           IF ERR-TIME > IN-LAST-TIME
               MOVE ERR-TIME TO IN-LAST-TIME
           END-IF.
           IF ERR-SEVERE
               SET IN-SEVERE TO TRUE
           END-IF.
           REWRITE INCIDENT-RECORD.
           IF C57-INCIDENT-STATUS = "00"
               ADD 1 TO C57-REPEATS
           ELSE
               DISPLAY "c000057 - ERROR: INCIDENT REWRITE FAILED, "
                   "STATUS " C57-INCIDENT-STATUS " FOR "
                   IN-INCIDENT-ID " - REPEAT NOT COUNTED"
               SET C57-TAKE-FAILED TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.

       3500-next-sequence.
      *    One past the highest sequence already used on this
      *    error date.
           MOVE ZERO TO C57-NEXT-SEQ.
           MOVE 'N' TO C57-SCAN-SWITCH.
           MOVE LOW-VALUES TO IN-KEY.
           MOVE ERR-DATE TO IN-ERR-DATE.
           START INCIDENT-FILE KEY IS NOT LESS THAN IN-KEY
               INVALID KEY
                   SET C57-SCAN-DONE TO TRUE
           END-START.
           PERFORM 3510-scan-date UNTIL C57-SCAN-DONE.
           ADD 1 TO C57-NEXT-SEQ.

       3510-scan-date.
           READ INCIDENT-FILE NEXT
               AT END
                   SET C57-SCAN-DONE TO TRUE
               NOT AT END
                   IF IN-ERR-DATE NOT = ERR-DATE
                       SET C57-SCAN-DONE TO TRUE
                   ELSE
                       IF IN-ID-SEQ > C57-NEXT-SEQ
                           MOVE IN-ID-SEQ TO C57-NEXT-SEQ
                       END-IF
                   END-IF
           END-READ.

       4000-send-incidents.
      *    Everything counted since it was last sent - this run's
      *    work and anything an earlier run left unsent.  The
      *    master holds a few records a day, so the whole of it
      *    is passed, starting after the control record.
           MOVE 'N' TO C57-SCAN-SWITCH.
           MOVE HIGH-VALUES TO IN-KEY.
           MOVE C57-CONTROL-KEY TO IN-ERR-DATE.
           START INCIDENT-FILE KEY IS GREATER THAN IN-KEY
               INVALID KEY
                   SET C57-SCAN-DONE TO TRUE
           END-START.
           PERFORM 4100-send-one-incident UNTIL C57-SCAN-DONE.

       4100-send-one-incident.
           READ INCIDENT-FILE NEXT
               AT END
                   SET C57-SCAN-DONE TO TRUE
               NOT AT END
                   IF IN-OCCURRENCES > IN-SENT-COUNT
                       PERFORM 4200-write-interface
                   END-IF
           END-READ.

       4200-write-interface.
      *    The incident is marked sent only once its interface
      *    record is written; one that could not be written stays
      *    unsent and goes out on the next run.
           MOVE SPACES TO INCOUT-RECORD.
           IF IN-SENT-COUNT = 0
               SET IO-NEW TO TRUE
           ELSE
               SET IO-UPDATE TO TRUE
               MOVE IN-TICKET-NUMBER TO IO-TICKET-NUMBER
           END-IF.
           MOVE IN-INCIDENT-ID TO IO-INCIDENT-ID.
           MOVE IN-SEVERITY TO IO-SEVERITY.
           MOVE IN-ERR-DATE TO IO-ERR-DATE.
           MOVE IN-PROGRAM TO IO-PROGRAM.
           MOVE IN-PARAGRAPH TO IO-PARAGRAPH.
           MOVE IN-FILE-NAME TO IO-FILE-NAME.
           MOVE IN-STATUS-CODE TO IO-STATUS-CODE.
           MOVE IN-FIRST-TIME TO IO-FIRST-TIME.
           MOVE IN-LAST-TIME TO IO-LAST-TIME.
           MOVE IN-OCCURRENCES TO IO-OCCURRENCES.
           MOVE IN-MESSAGE TO IO-MESSAGE.
           WRITE INCOUT-RECORD.
           IF C57-INCOUT-STATUS = "00"
               IF IO-NEW
                   ADD 1 TO C57-NEW-SENT
               ELSE
                   ADD 1 TO C57-UPDATES-SENT
               END-IF
               MOVE IN-OCCURRENCES TO IN-SENT-COUNT
               REWRITE INCIDENT-RECORD
               IF C57-INCIDENT-STATUS NOT = "00"
                   DISPLAY "c000057 - ERROR: INCIDENT REWRITE "
                       "FAILED, STATUS " C57-INCIDENT-STATUS " FOR "
                       IN-INCIDENT-ID " - SENT BUT NOT MARKED SENT"
                   MOVE 12 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "c000057 - ERROR: INCOUT WRITE FAILED, "
                   "STATUS " C57-INCOUT-STATUS " FOR "
                   IN-INCIDENT-ID " - LEFT UNSENT"
               MOVE 12 TO RETURN-CODE
           END-IF.

       5000-update-control.
           MOVE SPACES TO INCIDENT-RECORD.
           MOVE C57-CONTROL-KEY TO IN-ERR-DATE.
           READ INCIDENT-FILE
               INVALID KEY
                   DISPLAY "c000057 - WARNING: CONTROL RECORD "
                       "MISSING - ERRLOG COUNT NOT SAVED"
               NOT INVALID KEY
      *            An entry whose incident did not reach the file
      *            must be taken again, so the count stays put.
                   IF C57-TAKE-FAILED
                       DISPLAY "c000057 - ERROR: ERRLOG COUNT NOT "
                           "ADVANCED - ENTRIES RETAKEN NEXT RUN"
                   ELSE
                       MOVE C57-ERRLOG-COUNT TO IC-ERRLOG-MARK
                       MOVE C57-LAST-ERR-DATE TO IC-LAST-ERR-DATE
                   END-IF
                   MOVE C57-RUN-DATE-X TO IC-LAST-RUN-DATE
                   REWRITE INCIDENT-RECORD
                   IF C57-INCIDENT-STATUS NOT = "00"
                       DISPLAY "c000057 - ERROR: CONTROL RECORD "
                           "REWRITE FAILED, STATUS "
                           C57-INCIDENT-STATUS
                           " - ERRLOG COUNT NOT SAVED"
                       MOVE 12 TO RETURN-CODE
                   END-IF
           END-READ.

       9000-terminate.
           IF C57-INCIDENT-OPENED
               CLOSE INCIDENT-FILE
           END-IF.
           IF C57-INCOUT-OPENED
               CLOSE INCOUT-FILE
           END-IF.
           MOVE C57-ENTRIES-TAKEN TO C57-EDIT-COUNT.
           DISPLAY "c000057 - ERRLOG ERRORS TAKEN:   " C57-EDIT-COUNT.
           MOVE C57-NEW-INCIDENTS TO C57-EDIT-COUNT.
           DISPLAY "c000057 - NEW INCIDENTS:         " C57-EDIT-COUNT.
           MOVE C57-REPEATS TO C57-EDIT-COUNT.
           DISPLAY "c000057 - REPEATS GROUPED:       " C57-EDIT-COUNT.
           MOVE C57-NEW-SENT TO C57-EDIT-COUNT.
           DISPLAY "c000057 - NEW RECORDS SENT:      " C57-EDIT-COUNT.
           MOVE C57-UPDATES-SENT TO C57-EDIT-COUNT.
           DISPLAY "c000057 - UPDATE RECORDS SENT:   " C57-EDIT-COUNT.
