      * Service-desk incident master - one record per group of
      * repeated ERRLOG errors: the same program, paragraph, file
      * and status on the same date are one incident however
      * often they recur.  Built by c000057 at the end of each job
      * stream from the ERRLOG entries written since its last run
      * (errors and severe errors only - warnings raise no
      * ticket), and sent to the ticketing system on the INCOUT
      * interface file.  The ticket number and status the service
      * desk returns are stored here by c000058, and c000017
      * prints them beside each error.  The incident id is the
      * error date and a sequence within it.  The record keyed on
      * date 00000000 is c000057's control record: how many
      * ERRLOG records it has already taken.
       01  INCIDENT-RECORD.
           05  IN-KEY.
               10  IN-ERR-DATE         PIC X(08).
               10  IN-PROGRAM          PIC X(08).
               10  IN-PARAGRAPH        PIC X(30).
               10  IN-FILE-NAME        PIC X(08).
               10  IN-STATUS-CODE      PIC X(04).
           05  IN-INCIDENT-DATA.
               10  IN-INCIDENT-ID.
                   15  IN-ID-DATE      PIC X(08).
                   15  IN-ID-SEQ       PIC 9(04).
               10  IN-SEVERITY         PIC X(01).
                   88  IN-ERROR                     VALUE 'E'.
                   88  IN-SEVERE                    VALUE 'S'.
               10  IN-FIRST-TIME       PIC X(08).
               10  IN-LAST-TIME        PIC X(08).
               10  IN-OCCURRENCES      PIC 9(05).
               10  IN-SENT-COUNT       PIC 9(05).
               10  IN-MESSAGE          PIC X(60).
               10  IN-TICKET-NUMBER    PIC X(15).
               10  IN-TICKET-STATUS    PIC X(10).
               10  IN-ACK-DATE         PIC X(08).
               10  FILLER              PIC X(10).
           05  IN-CONTROL-DATA REDEFINES IN-INCIDENT-DATA.
               10  IC-ERRLOG-MARK      PIC 9(09).
               10  IC-LAST-RUN-DATE    PIC X(08).
               10  IC-LAST-ERR-DATE    PIC X(08).
               10  FILLER              PIC X(117).
