      *   PARM='YYYYMMDD-YYYYMMDD,VALUE'  RANGE AND VALUE - THE
      *   VALUE MATCHES ON ITS LEADING CHARACTERS, SO A SHORTER
      *   PARM ACTS AS A PREFIX (THE c000021 CONVENTION).
      *
      * Listed values go through the c000041 masking service, so a
      * value whose REFFILE category is classified confidential is
      * shown masked unless the run carries a granted UNMASKRQ
      * card; the search itself always matches the stored value.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  C31-LIVE-READ             PIC 9(07) COMP VALUE 0.
       01  C31-MATCH-COUNT           PIC 9(07) COMP VALUE 0.
       01  C31-EDIT-COUNT            PIC ZZZ,ZZ9.
           COPY CPYMSK.

      *    The archive generation segments consulted - a new one
      *    opens whenever the archive input's date steps backward,

       1000-initialize.
           ACCEPT C31-RUN-DATE FROM DATE YYYYMMDD.
           SET MK-OPEN TO TRUE.
           MOVE 'c000031' TO MK-CALLER-PROGRAM.
           CALL 'c000041' USING MASK-REQUEST.
      *    A range parm is recognized by the hyphen in position 9,
      *    never by length alone - values run to 50 characters, so
      *    anything without that hyphen is a value-only search.
               IF C31-SELECT-LENGTH = 0
                   MOVE "(ALL)" TO C31-HDG-VALUE
               ELSE
                   MOVE C31-SELECT-VALUE TO MK-VALUE
                   SET MK-MASK TO TRUE
                   CALL 'c000041' USING MASK-REQUEST
                   MOVE MK-VALUE TO C31-HDG-VALUE
               END-IF
               WRITE RPT-LINE FROM C31-RPT-HEADING
               WRITE RPT-LINE FROM C31-RPT-COLUMNS
               MOVE C31-SOURCE-TAG TO C31-DTL-WHERE
               MOVE TL-LOG-DATE TO C31-DTL-DATE
               MOVE TL-LOG-TIME TO C31-DTL-TIME
               MOVE TL-STRING-VALUE TO MK-VALUE
               SET MK-MASK TO TRUE
               CALL 'c000041' USING MASK-REQUEST
               MOVE MK-VALUE (1:60) TO C31-DTL-VALUE
               MOVE TL-CALLER-PROGRAM TO C31-DTL-PROGRAM
               MOVE TL-USER-ID TO C31-DTL-USER
               WRITE RPT-LINE FROM C31-RPT-DETAIL
           WRITE RPT-LINE FROM C31-RPT-SEG-LINE.

       9000-terminate.
           SET MK-CLOSE TO TRUE.
           CALL 'c000041' USING MASK-REQUEST.
           IF C31-RPT-OPENED
               CLOSE HISTRPT-FILE
           END-IF.
