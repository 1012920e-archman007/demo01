       IDENTIFICATION DIVISION.
       PROGRAM-ID. c000052.
      *
      * Message catalogue listing: every MSGCAT entry (copybook
      * CPYMSG) in code order, with its status, effective and
      * expiry dates, where it stands on the run date - IN EFFECT,
      * FUTURE (not yet effective), EXPIRED or INACTIVE - who last
      * changed it and when, and its text.  Totals by standing
      * close the report, so operations can see at a glance which
      * codes MainProgram would accept tonight.
      *
      * RC=12 MSGCAT NOT AVAILABLE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSGCAT-FILE ASSIGN TO "MSGCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MC-CODE
               FILE STATUS IS C52-MSGCAT-STATUS.
           SELECT MSGLIST-FILE ASSIGN TO "MSGLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C52-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MSGCAT-FILE
           RECORDING MODE IS F.
           COPY CPYMSG.

       FD  MSGLIST-FILE
           RECORDING MODE IS F.
       01  LIST-LINE                 PIC X(133).

       WORKING-STORAGE SECTION.
       01  C52-MSGCAT-STATUS         PIC X(02).
       01  C52-LIST-STATUS           PIC X(02).
       01  C52-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  C52-AT-END                       VALUE 'Y'.
       01  C52-CURRENT-DATE          PIC 9(08).
       01  C52-CURRENT-DATE-X REDEFINES C52-CURRENT-DATE
                                     PIC X(08).
       01  C52-LISTED-COUNT          PIC 9(05) COMP VALUE 0.
       01  C52-IN-EFFECT-COUNT       PIC 9(05) COMP VALUE 0.
       01  C52-FUTURE-COUNT          PIC 9(05) COMP VALUE 0.
       01  C52-EXPIRED-COUNT         PIC 9(05) COMP VALUE 0.
       01  C52-INACTIVE-COUNT        PIC 9(05) COMP VALUE 0.

       01  C52-HEADING-1.
           05  FILLER                PIC X(26)
               VALUE "MESSAGE CATALOGUE LISTING".
           05  FILLER                PIC X(10) VALUE "RUN DATE ".
           05  C52-HDG-DATE          PIC 9(08).
           05  FILLER                PIC X(89) VALUE SPACES.
       01  C52-HEADING-2.
           05  FILLER                PIC X(50) VALUE
               "CODE     S EFFECTIVE EXPIRY   STANDING  UPDATED  ".
           05  FILLER                PIC X(83) VALUE
               "BY       TEXT".
       01  C52-DETAIL-LINE.
           05  C52-DTL-CODE          PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  C52-DTL-STATUS        PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  C52-DTL-EFFECTIVE     PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C52-DTL-EXPIRY        PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  C52-DTL-STANDING      PIC X(09).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  C52-DTL-UPDATED       PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  C52-DTL-USER          PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  C52-DTL-TEXT          PIC X(75).
       01  C52-TOTAL-LINE.
           05  C52-TOT-LABEL         PIC X(30).
           05  C52-TOT-COUNT         PIC ZZ,ZZ9.
           05  FILLER                PIC X(97) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 1000-initialize.
           PERFORM 2000-list-message UNTIL C52-AT-END.
           PERFORM 9000-terminate.
           GOBACK.

       1000-initialize.
           ACCEPT C52-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT MSGLIST-FILE.
           MOVE C52-CURRENT-DATE TO C52-HDG-DATE.
           WRITE LIST-LINE FROM C52-HEADING-1.
           MOVE SPACES TO LIST-LINE.
           WRITE LIST-LINE.
           WRITE LIST-LINE FROM C52-HEADING-2.
           OPEN INPUT MSGCAT-FILE.
           IF C52-MSGCAT-STATUS NOT = "00"
               DISPLAY "c000052 - ERROR: UNABLE TO OPEN MSGCAT, "
                   "STATUS " C52-MSGCAT-STATUS
               MOVE 12 TO RETURN-CODE
               SET C52-AT-END TO TRUE
           END-IF.

       2000-list-message.
           READ MSGCAT-FILE NEXT
               AT END
                   SET C52-AT-END TO TRUE
               NOT AT END
                   PERFORM 2100-format-message
           END-READ.

       2100-format-message.
           ADD 1 TO C52-LISTED-COUNT.
           MOVE MC-CODE TO C52-DTL-CODE.
           MOVE MC-STATUS TO C52-DTL-STATUS.
           MOVE MC-EFFECTIVE-DATE TO C52-DTL-EFFECTIVE.
           MOVE MC-EXPIRY-DATE TO C52-DTL-EXPIRY.
           MOVE MC-UPDATE-DATE TO C52-DTL-UPDATED.
           MOVE MC-UPDATE-USER TO C52-DTL-USER.
           MOVE MC-TEXT TO C52-DTL-TEXT.
      *    Same tests MainProgram applies when it looks a code up.
           EVALUATE TRUE
               WHEN NOT MC-ACTIVE
                   MOVE "INACTIVE" TO C52-DTL-STANDING
                   ADD 1 TO C52-INACTIVE-COUNT
               WHEN MC-EFFECTIVE-DATE IS NUMERIC
                   AND C52-CURRENT-DATE-X < MC-EFFECTIVE-DATE
                   MOVE "FUTURE" TO C52-DTL-STANDING
                   ADD 1 TO C52-FUTURE-COUNT
               WHEN MC-EXPIRY-DATE IS NUMERIC
                   AND C52-CURRENT-DATE-X > MC-EXPIRY-DATE
                   MOVE "EXPIRED" TO C52-DTL-STANDING
                   ADD 1 TO C52-EXPIRED-COUNT
               WHEN OTHER
                   MOVE "IN EFFECT" TO C52-DTL-STANDING
                   ADD 1 TO C52-IN-EFFECT-COUNT
           END-EVALUATE.
           WRITE LIST-LINE FROM C52-DETAIL-LINE.

       9000-terminate.
           IF C52-MSGCAT-STATUS NOT = "35"
               CLOSE MSGCAT-FILE
           END-IF.
           MOVE SPACES TO LIST-LINE.
           WRITE LIST-LINE.
           MOVE "MESSAGES LISTED" TO C52-TOT-LABEL.
           MOVE C52-LISTED-COUNT TO C52-TOT-COUNT.
           WRITE LIST-LINE FROM C52-TOTAL-LINE.
           MOVE "  IN EFFECT" TO C52-TOT-LABEL.
           MOVE C52-IN-EFFECT-COUNT TO C52-TOT-COUNT.
           WRITE LIST-LINE FROM C52-TOTAL-LINE.
           MOVE "  NOT YET EFFECTIVE" TO C52-TOT-LABEL.
           MOVE C52-FUTURE-COUNT TO C52-TOT-COUNT.
           WRITE LIST-LINE FROM C52-TOTAL-LINE.
           MOVE "  EXPIRED" TO C52-TOT-LABEL.
           MOVE C52-EXPIRED-COUNT TO C52-TOT-COUNT.
           WRITE LIST-LINE FROM C52-TOTAL-LINE.
           MOVE "  INACTIVE" TO C52-TOT-LABEL.
           MOVE C52-INACTIVE-COUNT TO C52-TOT-COUNT.
           WRITE LIST-LINE FROM C52-TOTAL-LINE.
           CLOSE MSGLIST-FILE.
