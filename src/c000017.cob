      * SYSOUT".  Ends RC=4 when the date had any severe entries
      * so the schedule shows it.  PARM='YYYYMMDD' selects another
      * date; the default is the run date.
      *
      * Under each error and severe error goes the service-desk
      * ticket raised for it, from the INCIDENT master c000057
      * builds and c000058 keeps up to date with the ticketing
      * system's acknowledgments: the ticket number and status,
      * or a NO TICKET flag when the incident has not been sent
      * or has not been acknowledged.  Warnings raise no ticket.
      * Without the INCIDENT master the errors list as before,
      * with a note that tickets could not be shown.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ERRLOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C17-ERRLOG-STATUS.
           SELECT INCIDENT-FILE ASSIGN TO "INCIDENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IN-KEY
               FILE STATUS IS C17-INCIDENT-STATUS.
           SELECT ERRRPT-FILE ASSIGN TO "ERRRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C17-RPT-STATUS.
           RECORDING MODE IS F.
           COPY CPYERR.

       FD  INCIDENT-FILE
           RECORDING MODE IS F.
           COPY CPYINC.

       FD  ERRRPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                  PIC X(133).
       WORKING-STORAGE SECTION.
       01  C17-ERRLOG-STATUS         PIC X(02).
       01  C17-RPT-STATUS            PIC X(02).
       01  C17-INCIDENT-STATUS       PIC X(02).
       01  C17-INCIDENT-OPEN-SWITCH  PIC X(01) VALUE 'N'.
           88  C17-INCIDENT-OPENED              VALUE 'Y'.
       01  C17-ERRLOG-OPEN-SWITCH    PIC X(01) VALUE 'N'.
           88  C17-ERRLOG-OPENED                VALUE 'Y'.
       01  C17-RPT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
       01  C17-ERROR-COUNT           PIC 9(05) COMP VALUE 0.
       01  C17-SEVERE-COUNT          PIC 9(05) COMP VALUE 0.
       01  C17-LISTED-COUNT          PIC 9(05) COMP VALUE 0.
       01  C17-NO-TICKET-COUNT       PIC 9(05) COMP VALUE 0.
       01  C17-EDIT-COUNT            PIC ZZ,ZZ9.

       01  C17-RPT-HEADING.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  C17-DTL-MESSAGE       PIC X(60).
           05  FILLER                PIC X(06) VALUE SPACES.
       01  C17-RPT-TICKET-LINE.
           05  FILLER                PIC X(13) VALUE SPACES.
           05  C17-TKT-TEXT          PIC X(120).
       01  C17-RPT-TOTAL-LINE.
           05  C17-TOT-LABEL         PIC X(26).
           05  C17-TOT-COUNT         PIC ZZ,ZZ9.
      *        install - the report still prints, saying so.
               SET C17-AT-END TO TRUE
           END-IF.
           OPEN INPUT INCIDENT-FILE.
           IF C17-INCIDENT-STATUS = "00"
               SET C17-INCIDENT-OPENED TO TRUE
           END-IF.
           OPEN OUTPUT ERRRPT-FILE.
           IF C17-RPT-STATUS = "00"
               SET C17-RPT-OPENED TO TRUE
               MOVE C17-SELECT-DATE TO C17-HDG-DATE
               WRITE RPT-LINE FROM C17-RPT-HEADING
               IF NOT C17-INCIDENT-OPENED
                   MOVE "INCIDENT MASTER NOT AVAILABLE - TICKETS NOT "
                       TO RPT-LINE
                   MOVE "SHOWN" TO RPT-LINE (45:5)
                   WRITE RPT-LINE
               END-IF
               WRITE RPT-LINE FROM C17-RPT-COLUMNS
           ELSE
               DISPLAY "c000017 - ERROR: UNABLE TO OPEN ERRRPT, "
           MOVE ERR-PARAGRAPH TO C17-DTL-PARAGRAPH.
           MOVE ERR-MESSAGE TO C17-DTL-MESSAGE.
           WRITE RPT-LINE FROM C17-RPT-DETAIL.
           IF C17-INCIDENT-OPENED
               AND (ERR-ERROR OR ERR-SEVERE)
               PERFORM 2200-show-ticket
           END-IF.

       2200-show-ticket.
      *    The incident key is the error's own date, program,
      *    paragraph, file and status - repeats share one ticket.
           MOVE SPACES TO C17-TKT-TEXT.
           MOVE ERR-DATE TO IN-ERR-DATE.
           MOVE ERR-PROGRAM TO IN-PROGRAM.
           MOVE ERR-PARAGRAPH TO IN-PARAGRAPH.
           MOVE ERR-FILE-NAME TO IN-FILE-NAME.
           MOVE ERR-STATUS-CODE TO IN-STATUS-CODE.
           READ INCIDENT-FILE
               INVALID KEY
                   ADD 1 TO C17-NO-TICKET-COUNT
                   MOVE "*** NO TICKET *** - NOT YET SENT TO THE "
                       TO C17-TKT-TEXT
                   MOVE "SERVICE DESK" TO C17-TKT-TEXT (41:12)
               NOT INVALID KEY
                   IF IN-TICKET-NUMBER = SPACES
                       ADD 1 TO C17-NO-TICKET-COUNT
                       STRING "*** NO TICKET *** - INCIDENT "
                           DELIMITED BY SIZE
                           IN-INCIDENT-ID DELIMITED BY SIZE
                           " SENT, NOT ACKNOWLEDGED"
                           DELIMITED BY SIZE
                           INTO C17-TKT-TEXT
                   ELSE
                       STRING "TICKET " DELIMITED BY SIZE
                           IN-TICKET-NUMBER DELIMITED BY SIZE
                           " STATUS " DELIMITED BY SIZE
                           IN-TICKET-STATUS DELIMITED BY SIZE
                           " INCIDENT " DELIMITED BY SIZE
                           IN-INCIDENT-ID DELIMITED BY SIZE
                           INTO C17-TKT-TEXT
                   END-IF
           END-READ.
           WRITE RPT-LINE FROM C17-RPT-TICKET-LINE.

       3000-print-totals.
           IF C17-RPT-OPENED
                   MOVE "SEVERE" TO C17-TOT-LABEL
                   MOVE C17-SEVERE-COUNT TO C17-TOT-COUNT
                   WRITE RPT-LINE FROM C17-RPT-TOTAL-LINE
                   IF C17-INCIDENT-OPENED
                       MOVE "ERRORS WITHOUT A TICKET"
                           TO C17-TOT-LABEL
                       MOVE C17-NO-TICKET-COUNT TO C17-TOT-COUNT
                       WRITE RPT-LINE FROM C17-RPT-TOTAL-LINE
                   END-IF
               END-IF
           END-IF.

           IF C17-ERRLOG-OPENED
               CLOSE ERRLOG-FILE
           END-IF.
           IF C17-INCIDENT-OPENED
               CLOSE INCIDENT-FILE
           END-IF.
           IF C17-RPT-OPENED
               CLOSE ERRRPT-FILE
           END-IF.
           END-IF.
           MOVE C17-LISTED-COUNT TO C17-EDIT-COUNT.
           DISPLAY "c000017 - EXCEPTIONS LISTED: " C17-EDIT-COUNT.
           MOVE C17-NO-TICKET-COUNT TO C17-EDIT-COUNT.
           DISPLAY "c000017 - WITHOUT A TICKET:  " C17-EDIT-COUNT.
