           SELECT IDENTFLE-FILE ASSIGN TO "IDENTFLE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MP-IDENT-STATUS.
           SELECT MSGCAT-FILE ASSIGN TO "MSGCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MC-CODE
               FILE STATUS IS MP-MSGCAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY CPYIDN.

       FD  MSGCAT-FILE
           RECORDING MODE IS F.
           COPY CPYMSG.

       WORKING-STORAGE SECTION.
       COPY CPYSTR
           REPLACING ==:STR-FIELD:== BY ==STRING-TO-DISPLAY==,
           05  MP-CALLER-USER-ID     PIC X(08) VALUE SPACES.
           05  MP-CALLER-SOURCE      PIC X(08) VALUE SPACES.
       01  MP-CURRENT-DATE           PIC 9(08).
       01  MP-CURRENT-DATE-X REDEFINES MP-CURRENT-DATE
                                     PIC X(08).
       01  MP-CURRENT-TIME           PIC 9(08).
       01  MP-CHGLOG-STATUS          PIC X(02).
       01  MP-PARMFILE-STATUS        PIC X(02).
       01  MP-RUNSTAT-STATUS         PIC X(02).
       01  MP-IDENT-STATUS           PIC X(02).
       01  MP-MSGCAT-STATUS          PIC X(02).
       01  MP-MESSAGE-SWITCH         PIC X(01) VALUE 'N'.
           88  MP-MESSAGE-REFUSED               VALUE 'Y'.
       01  MP-MESSAGE-REASON         PIC X(20).
       01  MP-LOOKUP-RC              PIC 9(02) VALUE ZERO.
       01  MP-RUNSTAT-TYPE           PIC X(01).
       01  MP-PROCESS-COUNT          PIC 9(07) COMP VALUE ZERO.
       01  MP-BEFORE-VALUE           PIC X(100).
                   RETURN-CODE
           END-IF.
           ADD 1 TO MP-PROCESS-COUNT.
           PERFORM 1100-look-up-message.

      *    A refused code leaves the greeting as it stands - no
      *    overwrite, no change-log entry and no second display.
           IF NOT MP-MESSAGE-REFUSED
               MOVE STRING-TO-DISPLAY TO MP-BEFORE-VALUE
               ACCEPT MP-CURRENT-DATE FROM DATE YYYYMMDD
               MOVE MP-SUBSTITUTE-CODE TO RSTD-CODE
               MOVE MP-CURRENT-DATE TO RSTD-DATE-STAMP
               MOVE MP-SUBSTITUTE-TEXT TO RSTD-TEXT
               PERFORM 2000-write-change-log

               CALL 'c000002' USING STRING-TO-DISPLAY,
                   MP-CALLER-INFO, MP-LOG-ACTION
               IF RETURN-CODE NOT = 0
                   DISPLAY "MainProgram - WARNING: c000002 RETURNED "
                       "CODE " RETURN-CODE
               END-IF
               ADD 1 TO MP-PROCESS-COUNT
           END-IF.
      *    c000002 sets its own return code on every call, so the
      *    catalogue outcome is carried separately and raised here.
           IF MP-LOOKUP-RC > RETURN-CODE
               MOVE MP-LOOKUP-RC TO RETURN-CODE
           END-IF.
           MOVE 'E' TO MP-RUNSTAT-TYPE.
           PERFORM 3000-write-runstat.
           STOP RUN.
               CLOSE PARMFILE-FILE
           END-IF.

       1100-look-up-message.
      *    The substitute text comes from the MSGCAT message
      *    catalogue, by the code on the PARMFILE card, as it stands
      *    on the run date.  A code that is not there, inactive, not
      *    yet in effect or past its expiry is refused and logged.
      *    If the catalogue itself cannot be opened the text from
      *    PARMFILE (or the compiled-in default) is used instead,
      *    with a warning, so the run does not stop on it.
           ACCEPT MP-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT MSGCAT-FILE.
           IF MP-MSGCAT-STATUS NOT = "00"
               DISPLAY "MainProgram - WARNING: MSGCAT NOT AVAILABLE, "
                   "STATUS " MP-MSGCAT-STATUS
               MOVE 4 TO MP-LOOKUP-RC
               MOVE 'MAINPROG' TO ERR-PROGRAM
               MOVE "1100-look-up-message" TO ERR-PARAGRAPH
               MOVE "MSGCAT" TO ERR-FILE-NAME
               MOVE MP-MSGCAT-STATUS TO ERR-STATUS-CODE
               SET ERR-WARNING TO TRUE
               MOVE "MESSAGE CATALOGUE NOT AVAILABLE - CARD TEXT USED"
                   TO ERR-MESSAGE
               CALL 'c000016' USING ERRLOG-RECORD
           ELSE
               MOVE MP-SUBSTITUTE-CODE TO MC-CODE
               MOVE SPACES TO MP-MESSAGE-REASON
               READ MSGCAT-FILE
                   INVALID KEY
                       MOVE "NOT IN CATALOGUE" TO MP-MESSAGE-REASON
                   NOT INVALID KEY
                       PERFORM 1150-check-message-dates
               END-READ
               IF MP-MESSAGE-REASON = SPACES
                   MOVE MC-TEXT TO MP-SUBSTITUTE-TEXT
               ELSE
                   PERFORM 1190-refuse-message
               END-IF
               CLOSE MSGCAT-FILE
           END-IF.

       1150-check-message-dates.
      *    A date that is not YYYYMMDD puts no limit on that end,
      *    as for the reference-data windows in c000047.
           EVALUATE TRUE
               WHEN NOT MC-ACTIVE
                   MOVE "INACTIVE" TO MP-MESSAGE-REASON
               WHEN MC-EFFECTIVE-DATE IS NUMERIC
                   AND MP-CURRENT-DATE-X < MC-EFFECTIVE-DATE
                   MOVE "NOT YET IN EFFECT" TO MP-MESSAGE-REASON
               WHEN MC-EXPIRY-DATE IS NUMERIC
                   AND MP-CURRENT-DATE-X > MC-EXPIRY-DATE
                   MOVE "EXPIRED" TO MP-MESSAGE-REASON
           END-EVALUATE.

       1190-refuse-message.
           SET MP-MESSAGE-REFUSED TO TRUE.
           MOVE 8 TO MP-LOOKUP-RC.
           DISPLAY "MainProgram - ERROR: MESSAGE CODE "
               MP-SUBSTITUTE-CODE " " MP-MESSAGE-REASON.
           MOVE 'MAINPROG' TO ERR-PROGRAM.
           MOVE "1100-look-up-message" TO ERR-PARAGRAPH.
           MOVE "MSGCAT" TO ERR-FILE-NAME.
           MOVE MP-MSGCAT-STATUS TO ERR-STATUS-CODE.
           SET ERR-ERROR TO TRUE.
           MOVE SPACES TO ERR-MESSAGE.
           STRING "MESSAGE CODE " DELIMITED BY SIZE
               MP-SUBSTITUTE-CODE DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               MP-MESSAGE-REASON DELIMITED BY SIZE
               INTO ERR-MESSAGE.
           CALL 'c000016' USING ERRLOG-RECORD.

       3000-write-runstat.
      *    A start entry before any work and an end entry after the
      *    second display, so the shared RUNSTAT run history shows
           MOVE ZERO TO RS-ONLINE-VERIFIED.
           MOVE ZERO TO RS-INQUIRY-COUNT.
           MOVE SPACES TO RS-SOURCE-SYSTEM.
           MOVE SPACES TO RS-PARTITION.
           IF RETURN-CODE > 99
               MOVE 99 TO RS-HIGHEST-RC
           ELSE
