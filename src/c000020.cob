      * program, terminal, time, detail - and totals them by
      * result, so every authority violation surfaces on a listing
      * instead of scrolling away in SYSOUT.  Ends RC=4 when the
      * date had any denial so the schedule shows it.  Actions the
      * system took on its own (user *AUTO* - the c000047 automatic
      * suspense releases and the c000035 expiry of unapproved
      * reference changes) are listed with the result AUTO and
      * totalled separately, so nobody reads them as a person's.
      * PARM='YYYYMMDD' selects another date; the default is the
      * run date.
      *
       01  C20-CURRENT-DATE          PIC 9(08).
       01  C20-GRANTED-COUNT         PIC 9(05) COMP VALUE 0.
       01  C20-DENIED-COUNT          PIC 9(05) COMP VALUE 0.
       01  C20-AUTO-COUNT            PIC 9(05) COMP VALUE 0.
       01  C20-LISTED-COUNT          PIC 9(05) COMP VALUE 0.
       01  C20-EDIT-COUNT            PIC ZZ,ZZ9.

               MOVE "DENIED" TO C20-DTL-RESULT
           ELSE
               ADD 1 TO C20-GRANTED-COUNT
               IF SC-USER-AUTO
                   ADD 1 TO C20-AUTO-COUNT
                   MOVE "AUTO  " TO C20-DTL-RESULT
               ELSE
                   MOVE "OK    " TO C20-DTL-RESULT
               END-IF
           END-IF.
           MOVE SC-PROGRAM TO C20-DTL-PROGRAM.
           MOVE SC-TERMINAL-ID TO C20-DTL-TERMINAL.
                   MOVE "CHECKS DENIED" TO C20-TOT-LABEL
                   MOVE C20-DENIED-COUNT TO C20-TOT-COUNT
                   WRITE RPT-LINE FROM C20-RPT-TOTAL-LINE
                   MOVE "AUTOMATIC (USER *AUTO*)" TO C20-TOT-LABEL
                   MOVE C20-AUTO-COUNT TO C20-TOT-COUNT
                   WRITE RPT-LINE FROM C20-RPT-TOTAL-LINE
               END-IF
           END-IF.

