       IDENTIFICATION DIVISION.
       PROGRAM-ID. c000058.
      *
      * Ticket acknowledgment read-back.  The service desk's
      * ticketing system answers the INCOUT incidents c000057
      * sends with TKTACK (layout in copybook CPYTKA): the
      * incident id, the ticket number raised for it and the
      * ticket's current status.  Each acknowledgment is stored
      * against its incident on the INCIDENT master, where
      * c000057 puts the ticket number on later updates and
      * c000017 prints it beside the error.
      *
      * The incident is found by its id (error date and sequence)
      * within the error date.  An acknowledgment dated before the
      * one already held is superseded and left alone, so the file
      * can be re-read or arrive with several events per ticket in
      * any order.  One naming an incident not on the master, or
      * carrying no ticket number, is refused and listed on
      * TKTRPT with the rest.
      *
      * RC=4 WHEN ANY ACKNOWLEDGMENT WAS REFUSED; RC=12 INCIDENT
      * OR TKTRPT NOT AVAILABLE.  NO TKTACK IS A QUIET PASS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TKTACK-FILE ASSIGN TO "TKTACK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C58-ACK-STATUS.
           SELECT INCIDENT-FILE ASSIGN TO "INCIDENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-KEY
               FILE STATUS IS C58-INCIDENT-STATUS.
           SELECT TKTRPT-FILE ASSIGN TO "TKTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C58-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TKTACK-FILE
           RECORDING MODE IS F.
           COPY CPYTKA.

       FD  INCIDENT-FILE
           RECORDING MODE IS F.
           COPY CPYINC.

       FD  TKTRPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                  PIC X(133).

       WORKING-STORAGE SECTION.
       01  C58-ACK-STATUS            PIC X(02).
       01  C58-INCIDENT-STATUS       PIC X(02).
       01  C58-RPT-STATUS            PIC X(02).
       01  C58-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  C58-AT-END                       VALUE 'Y'.
       01  C58-SCAN-SWITCH           PIC X(01).
           88  C58-SCAN-DONE                    VALUE 'Y'.
       01  C58-FOUND-SWITCH          PIC X(01).
           88  C58-FOUND                        VALUE 'Y'.
       01  C58-INCIDENT-SWITCH       PIC X(01) VALUE 'N'.
           88  C58-INCIDENT-OPENED              VALUE 'Y'.
       01  C58-ACK-OPEN-SWITCH       PIC X(01) VALUE 'N'.
           88  C58-ACK-OPENED                   VALUE 'Y'.
       01  C58-RUN-DATE              PIC 9(08).
       01  C58-RESULT                PIC X(40).
       01  C58-ACKS-READ             PIC 9(05) COMP VALUE 0.
       01  C58-ACKS-APPLIED          PIC 9(05) COMP VALUE 0.
       01  C58-ACKS-SUPERSEDED       PIC 9(05) COMP VALUE 0.
       01  C58-ACKS-REFUSED          PIC 9(05) COMP VALUE 0.
       01  C58-EDIT-COUNT            PIC ZZ,ZZ9.

       01  C58-RPT-HEADING.
           05  FILLER                PIC X(32)
               VALUE "TICKET ACKNOWLEDGMENT READ-BACK ".
           05  FILLER                PIC X(09) VALUE "RUN DATE ".
           05  C58-HDG-DATE          PIC 9(08).
           05  FILLER                PIC X(84) VALUE SPACES.
       01  C58-RPT-COLUMNS.
           05  FILLER                PIC X(52) VALUE
               "INCIDENT ID   TICKET           STATUS     DATE      ".
           05  FILLER                PIC X(81) VALUE "RESULT".
       01  C58-RPT-DETAIL.
           05  C58-DL-INCIDENT-ID    PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C58-DL-TICKET         PIC X(15).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C58-DL-STATUS         PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C58-DL-DATE           PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C58-DL-RESULT         PIC X(40).
           05  FILLER                PIC X(41) VALUE SPACES.
       01  C58-RPT-TOTAL-LINE.
           05  C58-TOT-LABEL         PIC X(30).
           05  C58-TOT-COUNT         PIC ZZ,ZZ9.
           05  FILLER                PIC X(97) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 1000-initialize.
           PERFORM 2000-apply-ack UNTIL C58-AT-END.
           PERFORM 9000-terminate.
           GOBACK.

       1000-initialize.
           ACCEPT C58-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT TKTRPT-FILE.
           IF C58-RPT-STATUS NOT = "00"
               DISPLAY "c000058 - ERROR: UNABLE TO OPEN TKTRPT, "
                   "STATUS " C58-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               SET C58-AT-END TO TRUE
           ELSE
               MOVE C58-RUN-DATE TO C58-HDG-DATE
               WRITE RPT-LINE FROM C58-RPT-HEADING
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               WRITE RPT-LINE FROM C58-RPT-COLUMNS
           END-IF.
           OPEN I-O INCIDENT-FILE.
           IF C58-INCIDENT-STATUS = "00"
               SET C58-INCIDENT-OPENED TO TRUE
           ELSE
               DISPLAY "c000058 - ERROR: UNABLE TO OPEN INCIDENT, "
                   "STATUS " C58-INCIDENT-STATUS
               MOVE 12 TO RETURN-CODE
               SET C58-AT-END TO TRUE
           END-IF.
           OPEN INPUT TKTACK-FILE.
           IF C58-ACK-STATUS = "00"
               SET C58-ACK-OPENED TO TRUE
           ELSE
               SET C58-AT-END TO TRUE
           END-IF.

       2000-apply-ack.
           READ TKTACK-FILE
               AT END
                   SET C58-AT-END TO TRUE
               NOT AT END
                   IF TKTACK-RECORD NOT = SPACES
                       ADD 1 TO C58-ACKS-READ
                       PERFORM 2100-check-ack
                   END-IF
           END-READ.

       2100-check-ack.
           MOVE SPACES TO C58-RESULT.
           EVALUATE TRUE
               WHEN TA-INCIDENT-ID (1:8) NOT NUMERIC
                   OR TA-INCIDENT-ID (9:4) NOT NUMERIC
                   MOVE "REFUSED - INCIDENT ID NOT VALID"
                       TO C58-RESULT
               WHEN TA-TICKET-NUMBER = SPACES
                   MOVE "REFUSED - NO TICKET NUMBER" TO C58-RESULT
               WHEN OTHER
                   PERFORM 2200-find-incident
                   IF NOT C58-FOUND
                       MOVE "REFUSED - INCIDENT NOT ON FILE"
                           TO C58-RESULT
                   END-IF
           END-EVALUATE.
           IF C58-RESULT = SPACES
               IF IN-ACK-DATE NOT = SPACES
                   AND TA-ACK-DATE < IN-ACK-DATE
                   ADD 1 TO C58-ACKS-SUPERSEDED
                   MOVE "SUPERSEDED - LATER STATUS ALREADY HELD"
                       TO C58-RESULT
               ELSE
                   MOVE TA-TICKET-NUMBER TO IN-TICKET-NUMBER
                   MOVE TA-TICKET-STATUS TO IN-TICKET-STATUS
                   MOVE TA-ACK-DATE TO IN-ACK-DATE
                   REWRITE INCIDENT-RECORD
                   IF C58-INCIDENT-STATUS = "00"
                       ADD 1 TO C58-ACKS-APPLIED
                       MOVE "APPLIED" TO C58-RESULT
                   ELSE
                       ADD 1 TO C58-ACKS-REFUSED
                       STRING "REFUSED - INCIDENT REWRITE STATUS "
                           DELIMITED BY SIZE
                           C58-INCIDENT-STATUS DELIMITED BY SIZE
                           INTO C58-RESULT
                   END-IF
               END-IF
           ELSE
               ADD 1 TO C58-ACKS-REFUSED
           END-IF.
           MOVE TA-INCIDENT-ID TO C58-DL-INCIDENT-ID.
           MOVE TA-TICKET-NUMBER TO C58-DL-TICKET.
           MOVE TA-TICKET-STATUS TO C58-DL-STATUS.
           MOVE TA-ACK-DATE TO C58-DL-DATE.
           MOVE C58-RESULT TO C58-DL-RESULT.
           WRITE RPT-LINE FROM C58-RPT-DETAIL.

       2200-find-incident.
      *    The id's date is the incident's error date, the front of
      *    the master key - browse that date for the sequence.
           MOVE 'N' TO C58-FOUND-SWITCH C58-SCAN-SWITCH.
           MOVE LOW-VALUES TO IN-KEY.
           MOVE TA-INCIDENT-ID (1:8) TO IN-ERR-DATE.
           START INCIDENT-FILE KEY IS NOT LESS THAN IN-KEY
               INVALID KEY
                   SET C58-SCAN-DONE TO TRUE
           END-START.
           PERFORM 2210-scan-date UNTIL C58-SCAN-DONE.

       2210-scan-date.
           READ INCIDENT-FILE NEXT
               AT END
                   SET C58-SCAN-DONE TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN IN-ERR-DATE NOT = TA-INCIDENT-ID (1:8)
                           SET C58-SCAN-DONE TO TRUE
                       WHEN IN-INCIDENT-ID = TA-INCIDENT-ID
                           SET C58-FOUND TO TRUE
                           SET C58-SCAN-DONE TO TRUE
                   END-EVALUATE
           END-READ.

       9000-terminate.
           IF C58-ACKS-REFUSED > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF C58-RPT-STATUS = "00"
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO C58-RPT-TOTAL-LINE
               MOVE "ACKNOWLEDGMENTS READ" TO C58-TOT-LABEL
               MOVE C58-ACKS-READ TO C58-TOT-COUNT
               WRITE RPT-LINE FROM C58-RPT-TOTAL-LINE
               MOVE "  APPLIED" TO C58-TOT-LABEL
               MOVE C58-ACKS-APPLIED TO C58-TOT-COUNT
               WRITE RPT-LINE FROM C58-RPT-TOTAL-LINE
               MOVE "  SUPERSEDED" TO C58-TOT-LABEL
               MOVE C58-ACKS-SUPERSEDED TO C58-TOT-COUNT
               WRITE RPT-LINE FROM C58-RPT-TOTAL-LINE
               MOVE "  REFUSED" TO C58-TOT-LABEL
               MOVE C58-ACKS-REFUSED TO C58-TOT-COUNT
               WRITE RPT-LINE FROM C58-RPT-TOTAL-LINE
               CLOSE TKTRPT-FILE
           END-IF.
           IF C58-ACK-OPENED
               CLOSE TKTACK-FILE
           END-IF.
           IF C58-INCIDENT-OPENED
               CLOSE INCIDENT-FILE
           END-IF.
           MOVE C58-ACKS-APPLIED TO C58-EDIT-COUNT.
           DISPLAY "c000058 - ACKNOWLEDGMENTS APPLIED: " C58-EDIT-COUNT.
           MOVE C58-ACKS-REFUSED TO C58-EDIT-COUNT.
           DISPLAY "c000058 - ACKNOWLEDGMENTS REFUSED: " C58-EDIT-COUNT.
